       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTAURA.
       AUTHOR. Miguel Martin.

      * Vuelta atras de un paso de actualizacion. Con las tarjetas
      * FECHA y PROGRAMA de RESTCTL.DAT busca en RESPGEN.DAT la copia
      * de seguridad que el paso reclamo ese dia (la primera, si corrio
      * varias veces; GENERACION fuerza una concreta), devuelve sus
      * ficheros desde RESPALDO.DAT y anota en RUNLEDG.DAT una
      * anulacion del paso, de modo que el control de precedente de
      * los pasos siguientes lo vea como no ejecutado. El informe
      * RESTAURA.RPT detalla lo devuelto.
      * Si una copia posterior de otro paso comparte algun fichero, la
      * restauracion desharia tambien ese paso y se rechaza (retorno
      * 8) salvo con FORZAR=S.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RestCtlFile ASSIGN TO "RESTCTL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatRestCtl.

           SELECT OPTIONAL RespGenFile ASSIGN TO "RESPGEN.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GnGeneracion
                  FILE STATUS IS StatRespGen.

           SELECT OPTIONAL RespaldoFile ASSIGN TO "RESPALDO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BkClave
                  FILE STATUS IS StatRespaldo.

           SELECT OPTIONAL RunLedgerFile ASSIGN TO "RUNLEDG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatRunLedger.

           SELECT InformeFile ASSIGN TO "RESTAURA.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatInforme.

           SELECT OPTIONAL AlmacenesFile ASSIGN TO "ALM.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AlmacenesKey
                  ALTERNATE RECORD KEY IS ArtAlID WITH DUPLICATES
                  FILE STATUS IS StatAlmacenes.

           SELECT OPTIONAL ArticulosFile ASSIGN TO "ART.DAT"
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

           SELECT OPTIONAL PedidosProvFile ASSIGN TO "PEDPROV.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PoNumPedido
                  ALTERNATE RECORD KEY IS PoArtAlmKey WITH DUPLICATES
                  FILE STATUS IS StatPedidosProv.

           SELECT OPTIONAL PendientesFile ASSIGN TO "PENDIENT.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PendientesKey
                  ALTERNATE RECORD KEY IS PeUserId WITH DUPLICATES
                  FILE STATUS IS StatPendientes.

           SELECT OPTIONAL AsignacionesFile ASSIGN TO "ASIGNAC.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AsignacionKey
                  FILE STATUS IS StatAsignaciones.

           SELECT OPTIONAL PrecioHistFile ASSIGN TO "PRECHIST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PrecioHistKey
                  FILE STATUS IS StatPrecioHist.

           SELECT OPTIONAL ControlFile ASSIGN TO "STKCTL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatControl.

           SELECT OPTIONAL KardexFile ASSIGN TO "KARDEX.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatKardex.

           SELECT OPTIONAL AlbRegFile ASSIGN TO "ALBREG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatAlbReg.

           SELECT OPTIONAL PedNumFile ASSIGN TO "PEDNUM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatPedNum.

           SELECT OPTIONAL AlbNumFile ASSIGN TO "ALBNUM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatAlbNum.

           SELECT OPTIONAL RecHistFile ASSIGN TO "RECHIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatRecHist.

           SELECT OPTIONAL MovContableFile ASSIGN TO "CONTAMOV.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatMovContable.

           SELECT OPTIONAL FacturasFile ASSIGN TO "FACTREG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatFacturas.

           SELECT OPTIONAL NumeradorFile ASSIGN TO "FACTNUM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatNumerador.

           SELECT OPTIONAL PendPrecFile ASSIGN TO "PRECPEND.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatPendPrec.

       DATA DIVISION.
       FILE SECTION.
       FD  RestCtlFile.
       01  ParametroCard.
           88 EndOfRestCtl VALUE HIGH-VALUES.
           02 PcPalabra PIC X(10).
           02 PcValor   PIC X(70).

       FD  RespGenFile.
       01  RespGenRecord.
           88 EndOfRespGen VALUE HIGH-VALUES.
           02 GnGeneracion   PIC 9(7).
           02 GnFecha        PIC 9(8).
           02 GnHora         PIC 9(6).
           02 GnPrograma     PIC X(8).
           02 GnEstado       PIC X(1).
              88 GnParcial    VALUE "P".
              88 GnTomada     VALUE "T".
              88 GnEnUso      VALUE "E".
              88 GnRestaurada VALUE "R".
              88 GnBorrada    VALUE "B".
           02 GnFechaEstado  PIC 9(8).
           02 GnNumFicheros  PIC 9(2).
           02 GnFichero OCCURS 10 TIMES.
              03 GnFichNombre    PIC X(12).
              03 GnFichExiste    PIC X(1).
              03 GnFichRegistros PIC 9(9).

       FD  RespaldoFile.
       01  RespaldoRecord.
           88 EndOfRespaldo VALUE HIGH-VALUES.
           02 BkClave.
              03 BkGeneracion PIC 9(7).
              03 BkFichero    PIC X(12).
              03 BkSecuencia  PIC 9(9).
           02 BkDatos         PIC X(120).

       FD  RunLedgerFile.
       01  RunLedgerRecord.
           88 EndOfRunLedger VALUE HIGH-VALUES.
           02 RlFecha      PIC 9(8).
           02 RlPrograma   PIC X(8).
           02 RlRetorno    PIC 9(2).
           02 RlLeidos     PIC 9(7).
           02 RlAplicados  PIC 9(7).
           02 RlRechazados PIC 9(7).
           02 RlGeneracion PIC 9(7).
           02 RlTipo       PIC X(1).
              88 RlReversion VALUE "R".

       FD  InformeFile.
       01  InformeLine          PIC X(80).

       FD  AlmacenesFile.
       01  AlmacenesDetails.
           88 EndOfAlmacenesFile VALUE HIGH-VALUES.
           02 AlmacenesKey.
              03 ArtAlID    PIC X(7).
              03 CodAlmacen PIC X(5).
           02 Precio        PIC 9(4)V99.
           02 StockActual   PIC 9(5).

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

       FD  AsignacionesFile.
       01  AsignacionDetails.
           88 EndOfAsignaciones VALUE HIGH-VALUES.
           02 AsignacionKey.
              03 AsUserId       PIC X(8).
              03 AsArtID        PIC X(7).
              03 AsFechaCompra  PIC 9(8).
              03 AsCodAlmacen   PIC X(5).
              03 AsNumAlbaran   PIC 9(7).
           02 AsCant            PIC 9(5).
           02 AsFechaPost       PIC 9(8).
           02 AsOrigen          PIC X(1).
              88 AsServicioPendiente VALUE "P".
           02 AsNumFactura      PIC 9(7).

       FD  PrecioHistFile.
       01  PrecioHistDetails.
           88 EndOfPrecioHist VALUE HIGH-VALUES.
           02 PrecioHistKey.
              03 ArtPhID         PIC X(7).
              03 PhCodAlmacen    PIC X(5).
              03 PhFechaEfectiva PIC 9(8).
           02 PhPrecio           PIC 9(4)V99.

       FD  ControlFile.
       01  ControlRecord.
           88 EndOfControlFile VALUE HIGH-VALUES.
           02 CtFecha      PIC 9(8).
           02 CtDesde      PIC 9(8).
           02 CtHasta      PIC 9(8).

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

       FD  AlbRegFile.
       01  AlbRegRecord.
           88 EndOfAlbReg VALUE HIGH-VALUES.
           02 AbNumAlbaran  PIC 9(7).
           02 AbFecha       PIC 9(8).
           02 AbUserId      PIC X(8).
           02 AbCodAlmacen  PIC X(5).
           02 AbLineas      PIC 9(5).
           02 AbUnidades    PIC 9(7).

       FD  PedNumFile.
       01  PedNumRecord.
           88 EndOfPedNum VALUE HIGH-VALUES.
           02 NumUltimoPedido PIC 9(7).

       FD  AlbNumFile.
       01  AlbNumRecord.
           88 EndOfAlbNum VALUE HIGH-VALUES.
           02 NumUltimoAlbaran PIC 9(7).

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

       FD  MovContableFile.
       01  MovContableDetails.
           88 EndOfMovContable VALUE HIGH-VALUES.
           02 CmTipo       PIC X(2).
           02 CmFecha      PIC 9(8).
           02 CmCategoria  PIC X(10).
           02 CmImporte    PIC 9(13)V99.
           02 CmPrograma   PIC X(8).
           02 CmReferencia PIC X(30).

       FD  FacturasFile.
       01  FacturasRecord.
           88 EndOfFacturas VALUE HIGH-VALUES.
           02 FrNumFactura PIC 9(7).
           02 FrFecha      PIC 9(8).
           02 FrUserId     PIC X(8).
           02 FrBase       PIC 9(13)V99.
           02 FrIva        PIC 9(11)V99.
           02 FrTotal      PIC 9(13)V99.
           02 FrEstado     PIC X(1).
           02 FrPagado     PIC 9(13)V99.

       FD  NumeradorFile.
       01  NumeradorRecord.
           88 EndOfNumerador VALUE HIGH-VALUES.
           02 NumUltimaFactura PIC 9(7).

       FD  PendPrecFile.
       01  PendPrecDetails.
           88 EndOfPendPrec VALUE HIGH-VALUES.
           02 PpArtID         PIC X(7).
           02 PpCodAlmacen    PIC X(5).
           02 PpFechaEfectiva PIC 9(8).
           02 PpPrecio        PIC 9(4)V99.
           02 PpUsuario       PIC X(8).

       WORKING-STORAGE SECTION.

       01 CabInforme1 PIC X(34)
                      VALUE "RESTAURACION DE COPIA DE SEGURIDAD".

       01 CabInformeFecha.
           02 FILLER        PIC X(7) VALUE "FECHA: ".
           02 WRunDateEdit  PIC X(10).

       01 CabPaso.
           02 FILLER        PIC X(6) VALUE "PASO: ".
           02 WCpPrograma   PIC X(8).
           02 FILLER        PIC X(18) VALUE "   FECHA DEL PASO ".
           02 WCpFecha      PIC X(10).
           02 FILLER        PIC X(15) VALUE "   GENERACION: ".
           02 WCpGeneracion PIC X(7).

       01 CabCopia.
           02 FILLER        PIC X(20) VALUE "COPIA TOMADA EL DIA ".
           02 WCcFecha      PIC X(10).
           02 FILLER        PIC X(9) VALUE " A LAS   ".
           02 WCcHora       PIC 9(6).
           02 FILLER        PIC X(20) VALUE "   ESTADO ANTERIOR  ".
           02 WCcEstado     PIC X(1).

       01 LineaConflicto.
           02 WLcTexto      PIC X(21).
           02 FILLER        PIC X(11) VALUE "GENERACION ".
           02 WLcGeneracion PIC 9(7).
           02 FILLER        PIC X(1) VALUE SPACE.
           02 WLcPrograma   PIC X(8).
           02 FILLER        PIC X(5) VALUE " DEL ".
           02 WLcFecha      PIC X(10).
           02 FILLER        PIC X(1) VALUE SPACE.
           02 WLcFichero    PIC X(12).

       01 CabFicheros.
           02 FILLER PIC X(14) VALUE "Fichero       ".
           02 FILLER PIC X(7)  VALUE "Existia".
           02 FILLER PIC X(9)  VALUE " Copiados".
           02 FILLER PIC X(13) VALUE "  Restaurados".
           02 FILLER PIC X(11) VALUE "  Resultado".

       01 LineaFichero.
           02 WLfFichero     PIC X(12).
           02 FILLER         PIC X(5) VALUE SPACES.
           02 WLfExiste      PIC X(1).
           02 FILLER         PIC X(3) VALUE SPACES.
           02 WLfCopiados    PIC ZZZZZZZZ9.
           02 FILLER         PIC X(4) VALUE SPACES.
           02 WLfRestaurados PIC ZZZZZZZZ9.
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WLfResultado   PIC X(9).

       01 LineaTotal.
           02 FILLER         PIC X(16) VALUE "TOTAL FICHEROS  ".
           02 WLtFicheros    PIC Z9.
           02 FILLER         PIC X(14) VALUE "   REGISTROS  ".
           02 WLtRegistros   PIC ZZZZZZZZZ9.
           02 FILLER         PIC X(15) VALUE "   DESCUADRES  ".
           02 WLtDescuadres  PIC Z9.

       01 LineaMarcada.
           02 FILLER         PIC X(11) VALUE "GENERACION ".
           02 WLmGeneracion  PIC 9(7).
           02 FILLER         PIC X(11) VALUE " DE ESTADO ".
           02 WLmEstado      PIC X(1).
           02 FILLER         PIC X(27)
                 VALUE " MARCADA COMO RESTAURADA R".

       01 LineaAnulacion.
           02 FILLER         PIC X(35)
                 VALUE "ANULACION ANOTADA EN RUNLEDG.DAT: ".
           02 WLaPrograma    PIC X(8).
           02 FILLER         PIC X(5) VALUE " DEL ".
           02 WLaFecha       PIC X(10).

       01 StatRestCtl PIC X(02) VALUE SPACES.
           88 CtlIniciado VALUE '00'.
           88 CtlNoExiste VALUE '05'.

       01 StatRespGen PIC X(02) VALUE SPACES.
           88 GnIniciado VALUE '00'.
           88 GnNoExiste VALUE '05'.

       01 StatRespaldo PIC X(02) VALUE SPACES.
           88 BkIniciado VALUE '00'.
           88 BkNoExiste VALUE '05'.

       01 StatRunLedger PIC X(02) VALUE SPACES.
           88 RlIniciado VALUE '00'.
           88 RlNoExiste VALUE '05'.

       01 StatInforme PIC X(02) VALUE SPACES.
           88 InIniciado VALUE '00'.

       01 StatAlmacenes PIC X(02) VALUE SPACES.
           88 AlIniciado VALUE '00'.
           88 AlNoExiste VALUE '05'.

       01 StatArticulos PIC X(02) VALUE SPACES.
           88 ArIniciado VALUE '00'.
           88 ArNoExiste VALUE '05'.

       01 StatArtHist PIC X(02) VALUE SPACES.
           88 AhIniciado VALUE '00'.
           88 AhNoExiste VALUE '05'.

       01 StatPedidosProv PIC X(02) VALUE SPACES.
           88 PoIniciado VALUE '00'.
           88 PoNoExiste VALUE '05'.

       01 StatPendientes PIC X(02) VALUE SPACES.
           88 PeIniciado VALUE '00'.
           88 PeNoExiste VALUE '05'.

       01 StatAsignaciones PIC X(02) VALUE SPACES.
           88 AsIniciado VALUE '00'.
           88 AsNoExiste VALUE '05'.

       01 StatPrecioHist PIC X(02) VALUE SPACES.
           88 PhIniciado VALUE '00'.
           88 PhNoExiste VALUE '05'.

       01 StatControl PIC X(02) VALUE SPACES.
           88 CtIniciado VALUE '00'.
           88 CtNoExiste VALUE '05'.

       01 StatKardex PIC X(02) VALUE SPACES.
           88 KxIniciado VALUE '00'.
           88 KxNoExiste VALUE '05'.

       01 StatAlbReg PIC X(02) VALUE SPACES.
           88 AbIniciado VALUE '00'.
           88 AbNoExiste VALUE '05'.

       01 StatPedNum PIC X(02) VALUE SPACES.
           88 PnIniciado VALUE '00'.
           88 PnNoExiste VALUE '05'.

       01 StatAlbNum PIC X(02) VALUE SPACES.
           88 AnIniciado VALUE '00'.
           88 AnNoExiste VALUE '05'.

       01 StatRecHist PIC X(02) VALUE SPACES.
           88 RhIniciado VALUE '00'.
           88 RhNoExiste VALUE '05'.

       01 StatMovContable PIC X(02) VALUE SPACES.
           88 CmIniciado VALUE '00'.
           88 CmNoExiste VALUE '05'.

       01 StatFacturas PIC X(02) VALUE SPACES.
           88 FrIniciado VALUE '00'.
           88 FrNoExiste VALUE '05'.

       01 StatNumerador PIC X(02) VALUE SPACES.
           88 NmIniciado VALUE '00'.
           88 NmNoExiste VALUE '05'.

       01 StatPendPrec PIC X(02) VALUE SPACES.
           88 PpIniciado VALUE '00'.
           88 PpNoExiste VALUE '05'.

       01 WRunDate PIC 9(8).
       01 WFechaEditar PIC 9(8) VALUE ZEROS.
       01 WFechaEditada PIC X(10) VALUE SPACES.

      * Tarjetas de RESTCTL.DAT: FECHA de negocio del paso y PROGRAMA
      * (obligatorias) y GENERACION concreta a devolver (opcional).
       01 WParamFecha      PIC X(70) VALUE SPACES.
       01 WParamPrograma   PIC X(70) VALUE SPACES.
       01 WParamGeneracion PIC X(70) VALUE SPACES.
       01 WFechaPaso       PIC 9(8) VALUE ZEROS.
       01 WProgPaso        PIC X(8) VALUE SPACES.
       01 WGenPedida       PIC 9(7) VALUE ZEROS.

       01 WParamForzar PIC X(1) VALUE SPACES.
           88 ForzarEjecucion VALUE "S".

      * Generacion elegida y sus ficheros, tal como quedaron en el
      * catalogo al tomar la copia.
       01 WGenElegida   PIC 9(7) VALUE ZEROS.
       01 WGenFecha     PIC 9(8) VALUE ZEROS.
       01 WGenHora      PIC 9(6) VALUE ZEROS.
       01 WGenEstado    PIC X(1) VALUE SPACE.
       01 WGenNumFich   PIC 9(2) VALUE ZEROS.
       01 WGenTabla.
           02 WGenFichero OCCURS 10 TIMES.
              03 WGfNombre    PIC X(12).
              03 WGfExiste    PIC X(1).
              03 WGfRegistros PIC 9(9).
       01 WFdx PIC 9(2) VALUE ZEROS.
       01 WGdx PIC 9(2) VALUE ZEROS.

       01 WFichActual     PIC X(12) VALUE SPACES.
       01 WRegRestaurados PIC 9(9) VALUE ZEROS.
       01 WTotRegistros   PIC 9(9) VALUE ZEROS.
       01 WDescuadres     PIC 9(2) VALUE ZEROS.
       01 WConflictos     PIC 9(5) VALUE ZEROS.
       01 WGenMarcadas    PIC 9(3) VALUE ZEROS.

       01 WFinImagenes PIC X VALUE 'N'.
           88 FinImagenes VALUE 'Y'.

       01 WCompartido PIC X VALUE 'N'.
           88 FicheroCompartido VALUE 'Y'.

       01 WMotivoRechazo PIC X(60) VALUE SPACES.

       01 WAbendMsg PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WRunDate FROM DATE YYYYMMDD
           ACCEPT WParamForzar FROM ENVIRONMENT "FORZAR"

           PERFORM 1000-LEE-PARAMETROS

           OPEN I-O RespGenFile
           IF NOT GnIniciado AND NOT GnNoExiste
              STRING "ERROR ABRIENDO RESPGEN.DAT STATUS "
                        DELIMITED BY SIZE
                     StatRespGen DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           OPEN INPUT RespaldoFile
           IF NOT BkIniciado AND NOT BkNoExiste
              STRING "ERROR ABRIENDO RESPALDO.DAT STATUS "
                        DELIMITED BY SIZE
                     StatRespaldo DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           OPEN OUTPUT InformeFile
           IF NOT InIniciado
              STRING "ERROR ABRIENDO RESTAURA.RPT STATUS "
                        DELIMITED BY SIZE
                     StatInforme DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           WRITE InformeLine FROM CabInforme1
              BEFORE ADVANCING 1 LINES
           WRITE InformeLine FROM CabInformeFecha
              BEFORE ADVANCING 1 LINES
           MOVE WProgPaso TO WCpPrograma
           MOVE WFechaPaso TO WFechaEditar
           PERFORM 1900-EDITA-FECHA
           MOVE WFechaEditada TO WCpFecha

           PERFORM 2000-ELIGE-GENERACION
           IF WGenElegida = ZEROS
              MOVE "-------" TO WCpGeneracion
              WRITE InformeLine FROM CabPaso
                 BEFORE ADVANCING 2 LINES
              PERFORM 8000-RECHAZA
           END-IF
           MOVE WGenElegida TO WCpGeneracion
           WRITE InformeLine FROM CabPaso
              BEFORE ADVANCING 1 LINES
           MOVE WGenFecha TO WFechaEditar
           PERFORM 1900-EDITA-FECHA
           MOVE WFechaEditada TO WCcFecha
           MOVE WGenHora TO WCcHora
           MOVE WGenEstado TO WCcEstado
           WRITE InformeLine FROM CabCopia
              BEFORE ADVANCING 2 LINES

           PERFORM 2500-BUSCA-CONFLICTOS
           IF WConflictos > 0
              IF ForzarEjecucion
                 MOVE "AVISO: FICHEROS COMPARTIDOS, ANULADO POR FORZAR"
                    TO InformeLine
                 WRITE InformeLine BEFORE ADVANCING 2 LINES
                 DISPLAY "RESTAURA AVISO CONTROL DE COPIAS POSTERIORES "
                    "ANULADO POR FORZAR" UPON CONSOLE
              ELSE
                 MOVE "HAY COPIAS POSTERIORES QUE COMPARTEN FICHEROS"
                    TO WMotivoRechazo
                 PERFORM 8000-RECHAZA
              END-IF
           END-IF

           PERFORM 3000-RESTAURA-FICHEROS
           PERFORM 4000-MARCA-RESTAURADAS
           PERFORM 5000-ANOTA-ANULACION

           CLOSE RespGenFile, RespaldoFile, InformeFile.

           DISPLAY "RESTAURA PROGRAMA               " WProgPaso
              UPON CONSOLE.
           DISPLAY "RESTAURA FECHA DEL PASO         " WFechaPaso
              UPON CONSOLE.
           DISPLAY "RESTAURA GENERACION             " WGenElegida
              UPON CONSOLE.
           DISPLAY "RESTAURA FICHEROS RESTAURADOS   " WGenNumFich
              UPON CONSOLE.
           DISPLAY "RESTAURA REGISTROS RESTAURADOS  " WTotRegistros
              UPON CONSOLE.
           DISPLAY "RESTAURA FICHEROS DESCUADRADOS  " WDescuadres
              UPON CONSOLE.
           IF WDescuadres > 0 OR WConflictos > 0
              DISPLAY "RESTAURA TERMINADO CON AVISOS" UPON CONSOLE
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       9000-ABEND-RUTINA.
           DISPLAY "ERROR FATAL DE E/S - PROGRAMA ABORTADO" UPON
              CONSOLE.
           DISPLAY WAbendMsg UPON CONSOLE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      * Rechazo sin tocar ningun fichero: se deja el motivo en el
      * informe y en consola y se termina con retorno 8.
       8000-RECHAZA.
           MOVE SPACES TO InformeLine
           STRING "RESTAURACION RECHAZADA: " DELIMITED BY SIZE
                  WMotivoRechazo DELIMITED BY SIZE
                  INTO InformeLine
           END-STRING
           WRITE InformeLine BEFORE ADVANCING 1 LINES
           CLOSE RespGenFile, RespaldoFile, InformeFile
           DISPLAY "RESTAURA RECHAZADA " WProgPaso " " WFechaPaso
              UPON CONSOLE
           DISPLAY WMotivoRechazo UPON CONSOLE
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      * Lee RESTCTL.DAT (palabra en columnas 1-10, valor desde la 11).
      * Sin FECHA o sin PROGRAMA no se restaura nada y se aborta.
       1000-LEE-PARAMETROS.
           OPEN INPUT RestCtlFile
           IF NOT CtlIniciado AND NOT CtlNoExiste
              STRING "ERROR ABRIENDO RESTCTL.DAT STATUS "
                        DELIMITED BY SIZE
                     StatRestCtl DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           READ RestCtlFile
           AT END SET EndOfRestCtl TO TRUE
           END-READ
           IF StatRestCtl NOT = "00" AND StatRestCtl NOT = "10"
              STRING "ERROR LEYENDO RESTCTL.DAT STATUS "
                        DELIMITED BY SIZE
                     StatRestCtl DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           PERFORM UNTIL EndOfRestCtl
              EVALUATE PcPalabra
              WHEN "FECHA     "
                 MOVE PcValor TO WParamFecha
              WHEN "PROGRAMA  "
                 MOVE PcValor TO WParamPrograma
              WHEN "GENERACION"
                 MOVE PcValor TO WParamGeneracion
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

              READ RestCtlFile
              AT END SET EndOfRestCtl TO TRUE
              END-READ
              IF StatRestCtl NOT = "00" AND StatRestCtl NOT = "10"
                 STRING "ERROR LEYENDO RESTCTL.DAT STATUS "
                           DELIMITED BY SIZE
                        StatRestCtl DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-PERFORM
           CLOSE RestCtlFile

           IF WParamFecha = SPACES
              MOVE "FALTA PARAMETRO FECHA" TO WAbendMsg
              PERFORM 9000-ABEND-RUTINA
           END-IF
           IF WParamFecha(1:8) IS NUMERIC AND
              WParamFecha(9:) = SPACES
              MOVE WParamFecha(1:8) TO WFechaPaso
           ELSE
              MOVE "PARAMETRO FECHA NO NUMERICO" TO WAbendMsg
              PERFORM 9000-ABEND-RUTINA
           END-IF

           IF WParamPrograma = SPACES
              MOVE "FALTA PARAMETRO PROGRAMA" TO WAbendMsg
              PERFORM 9000-ABEND-RUTINA
           END-IF
           IF WParamPrograma(9:) NOT = SPACES
              MOVE "PARAMETRO PROGRAMA DEMASIADO LARGO" TO WAbendMsg
              PERFORM 9000-ABEND-RUTINA
           END-IF
           MOVE WParamPrograma(1:8) TO WProgPaso

           IF WParamGeneracion NOT = SPACES
              IF WParamGeneracion(1:7) IS NUMERIC AND
                 WParamGeneracion(8:) = SPACES
                 MOVE WParamGeneracion(1:7) TO WGenPedida
              ELSE
                 MOVE "PARAMETRO GENERACION NO NUMERICO" TO WAbendMsg
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-IF

           MOVE WRunDate TO WFechaEditar
           PERFORM 1900-EDITA-FECHA
           MOVE WFechaEditada TO WRunDateEdit.

       1900-EDITA-FECHA.
           MOVE WFechaEditar(1:4) TO WFechaEditada(1:4)
           MOVE "-"               TO WFechaEditada(5:1)
           MOVE WFechaEditar(5:2) TO WFechaEditada(6:2)
           MOVE "-"               TO WFechaEditada(8:1)
           MOVE WFechaEditar(7:2) TO WFechaEditada(9:2).

      * La copia a devolver es la primera que el paso puso en uso en
      * esa fecha: deshace todas las pasadas del dia. Con GENERACION
      * se toma esa, que ha de ser del paso y fecha pedidos y estar
      * en uso. Si no hay ninguna WGenElegida queda a cero.
       2000-ELIGE-GENERACION.
           MOVE ZEROS TO WGenElegida
           PERFORM 2800-PRIMERA-GENERACION
           PERFORM UNTIL EndOfRespGen OR WGenElegida > ZEROS
              IF GnPrograma = WProgPaso AND GnFecha = WFechaPaso
                 AND (WGenPedida = ZEROS OR
                      WGenPedida = GnGeneracion)
                 IF GnEnUso
                    MOVE GnGeneracion TO WGenElegida
                    MOVE GnFecha TO WGenFecha
                    MOVE GnHora TO WGenHora
                    MOVE GnEstado TO WGenEstado
                    MOVE GnNumFicheros TO WGenNumFich
                    PERFORM VARYING WFdx FROM 1 BY 1 UNTIL WFdx > 10
                       MOVE GnFichNombre(WFdx) TO WGfNombre(WFdx)
                       MOVE GnFichExiste(WFdx) TO WGfExiste(WFdx)
                       MOVE GnFichRegistros(WFdx)
                          TO WGfRegistros(WFdx)
                    END-PERFORM
                 ELSE
                    IF WGenPedida > ZEROS
                       STRING "LA GENERACION PEDIDA ESTA EN ESTADO "
                                 DELIMITED BY SIZE
                              GnEstado DELIMITED BY SIZE
                              INTO WMotivoRechazo
                       END-STRING
                    END-IF
                 END-IF
              END-IF
              IF WGenElegida = ZEROS
                 PERFORM 2900-SIGUIENTE-GENERACION
              END-IF
           END-PERFORM
           IF WGenElegida = ZEROS AND WMotivoRechazo = SPACES
              MOVE "NO HAY COPIA EN USO DEL PASO EN ESA FECHA"
                 TO WMotivoRechazo
           END-IF.

      * Una copia posterior en uso o tomada de otro paso (o del mismo
      * en otra fecha) que incluya alguno de los ficheros a devolver
      * se veria pisada: cada coincidencia se lista en el informe.
       2500-BUSCA-CONFLICTOS.
           MOVE ZEROS TO WConflictos
           PERFORM 2800-PRIMERA-GENERACION
           PERFORM UNTIL EndOfRespGen
              IF GnGeneracion > WGenElegida AND
                 (GnEnUso OR GnTomada) AND
                 (GnPrograma NOT = WProgPaso OR
                  GnFecha NOT = WFechaPaso)
                 PERFORM VARYING WFdx FROM 1 BY 1
                         UNTIL WFdx > GnNumFicheros
                    MOVE 'N' TO WCompartido
                    PERFORM VARYING WGdx FROM 1 BY 1
                            UNTIL WGdx > WGenNumFich
                       IF GnFichNombre(WFdx) = WGfNombre(WGdx)
                          SET FicheroCompartido TO TRUE
                       END-IF
                    END-PERFORM
                    IF FicheroCompartido
                       ADD 1 TO WConflictos
                       MOVE "COPIA POSTERIOR:     " TO WLcTexto
                       MOVE GnGeneracion TO WLcGeneracion
                       MOVE GnPrograma TO WLcPrograma
                       MOVE GnFecha TO WFechaEditar
                       PERFORM 1900-EDITA-FECHA
                       MOVE WFechaEditada TO WLcFecha
                       MOVE GnFichNombre(WFdx) TO WLcFichero
                       WRITE InformeLine FROM LineaConflicto
                          BEFORE ADVANCING 1 LINES
                    END-IF
                 END-PERFORM
              END-IF
              PERFORM 2900-SIGUIENTE-GENERACION
           END-PERFORM.

       2800-PRIMERA-GENERACION.
           MOVE ZEROS TO GnGeneracion
           START RespGenFile KEY IS NOT LESS GnGeneracion
           INVALID KEY
              SET EndOfRespGen TO TRUE
           END-START
           IF NOT EndOfRespGen
              PERFORM 2900-SIGUIENTE-GENERACION
           END-IF.

       2900-SIGUIENTE-GENERACION.
           READ RespGenFile NEXT RECORD
           AT END SET EndOfRespGen TO TRUE
           END-READ
           IF StatRespGen NOT = "00" AND StatRespGen NOT = "10"
              STRING "ERROR LEYENDO RESPGEN.DAT STATUS "
                        DELIMITED BY SIZE
                     StatRespGen DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF.

      * Vuelve a crear cada fichero con las imagenes de la copia. Uno
      * que no existia al tomarla queda vacio. Los registros devueltos
      * se cuadran con los que anoto RESPALDO.
       3000-RESTAURA-FICHEROS.
           WRITE InformeLine FROM CabFicheros
              BEFORE ADVANCING 1 LINES
           MOVE ZEROS TO WTotRegistros
           MOVE ZEROS TO WDescuadres
           PERFORM VARYING WFdx FROM 1 BY 1 UNTIL WFdx > WGenNumFich
              MOVE WGfNombre(WFdx) TO WFichActual
              MOVE ZEROS TO WRegRestaurados
              PERFORM 3100-RESTAURA-FICHERO
              ADD WRegRestaurados TO WTotRegistros
              MOVE WFichActual TO WLfFichero
              MOVE WGfExiste(WFdx) TO WLfExiste
              MOVE WGfRegistros(WFdx) TO WLfCopiados
              MOVE WRegRestaurados TO WLfRestaurados
              IF WRegRestaurados = WGfRegistros(WFdx)
                 MOVE "OK" TO WLfResultado
              ELSE
                 MOVE "DESCUADRE" TO WLfResultado
                 ADD 1 TO WDescuadres
              END-IF
              WRITE InformeLine FROM LineaFichero
                 BEFORE ADVANCING 1 LINES
           END-PERFORM
           MOVE WGenNumFich TO WLtFicheros
           MOVE WTotRegistros TO WLtRegistros
           MOVE WDescuadres TO WLtDescuadres
           WRITE InformeLine FROM LineaTotal
              BEFORE ADVANCING 2 LINES.

       3100-RESTAURA-FICHERO.
           EVALUATE WFichActual
           WHEN "ALM.DAT"
              PERFORM 3110-RESTAURA-ALM
           WHEN "ART.DAT"
              PERFORM 3120-RESTAURA-ART
           WHEN "ARTHIST.DAT"
              PERFORM 3130-RESTAURA-ARTHIST
           WHEN "PEDPROV.DAT"
              PERFORM 3140-RESTAURA-PEDPROV
           WHEN "PENDIENT.DAT"
              PERFORM 3150-RESTAURA-PENDIENT
           WHEN "ASIGNAC.DAT"
              PERFORM 3160-RESTAURA-ASIGNAC
           WHEN "PRECHIST.DAT"
              PERFORM 3170-RESTAURA-PRECHIST
           WHEN "STKCTL.DAT"
              PERFORM 3180-RESTAURA-STKCTL
           WHEN "KARDEX.DAT"
              PERFORM 3190-RESTAURA-KARDEX
           WHEN "ALBREG.DAT"
              PERFORM 3200-RESTAURA-ALBREG
           WHEN "PEDNUM.DAT"
              PERFORM 3210-RESTAURA-PEDNUM
           WHEN "ALBNUM.DAT"
              PERFORM 3220-RESTAURA-ALBNUM
           WHEN "RECHIST.DAT"
              PERFORM 3230-RESTAURA-RECHIST
           WHEN "CONTAMOV.DAT"
              PERFORM 3240-RESTAURA-CONTAMOV
           WHEN "FACTREG.DAT"
              PERFORM 3250-RESTAURA-FACTREG
           WHEN "FACTNUM.DAT"
              PERFORM 3260-RESTAURA-FACTNUM
           WHEN "PRECPEND.DAT"
              PERFORM 3270-RESTAURA-PRECPEND
           WHEN OTHER
              STRING "FICHERO DESCONOCIDO EN RESPGEN.DAT "
                        DELIMITED BY SIZE
                     WFichActual DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-EVALUATE.

       3110-RESTAURA-ALM.
           OPEN OUTPUT AlmacenesFile
           IF NOT AlIniciado
              STRING "ERROR ABRIENDO ALM.DAT STATUS "
                        DELIMITED BY SIZE
                     StatAlmacenes DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           PERFORM 3800-PRIMERA-IMAGEN
           PERFORM UNTIL FinImagenes
              MOVE BkDatos TO AlmacenesDetails
              WRITE AlmacenesDetails
              IF StatAlmacenes NOT = "00"
                 STRING "ERROR ESCRIBIENDO ALM.DAT STATUS "
                           DELIMITED BY SIZE
                        StatAlmacenes DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
              ADD 1 TO WRegRestaurados
              PERFORM 3900-SIGUIENTE-IMAGEN
           END-PERFORM
           CLOSE AlmacenesFile.

       3120-RESTAURA-ART.
           OPEN OUTPUT ArticulosFile
           IF NOT ArIniciado
              STRING "ERROR ABRIENDO ART.DAT STATUS "
                        DELIMITED BY SIZE
                     StatArticulos DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           PERFORM 3800-PRIMERA-IMAGEN
           PERFORM UNTIL FinImagenes
              MOVE BkDatos TO ArticulosDetails
              WRITE ArticulosDetails
              IF StatArticulos NOT = "00"
                 STRING "ERROR ESCRIBIENDO ART.DAT STATUS "
                           DELIMITED BY SIZE
                        StatArticulos DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
              ADD 1 TO WRegRestaurados
              PERFORM 3900-SIGUIENTE-IMAGEN
           END-PERFORM
           CLOSE ArticulosFile.

       3130-RESTAURA-ARTHIST.
           OPEN OUTPUT ArticulosHistFile
           IF NOT AhIniciado
              STRING "ERROR ABRIENDO ARTHIST.DAT STATUS "
                        DELIMITED BY SIZE
                     StatArtHist DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           PERFORM 3800-PRIMERA-IMAGEN
           PERFORM UNTIL FinImagenes
              MOVE BkDatos TO ArticulosHistDetails
              WRITE ArticulosHistDetails
              IF StatArtHist NOT = "00"
                 STRING "ERROR ESCRIBIENDO ARTHIST.DAT STATUS "
                           DELIMITED BY SIZE
                        StatArtHist DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
              ADD 1 TO WRegRestaurados
              PERFORM 3900-SIGUIENTE-IMAGEN
           END-PERFORM
           CLOSE ArticulosHistFile.

       3140-RESTAURA-PEDPROV.
           OPEN OUTPUT PedidosProvFile
           IF NOT PoIniciado
              STRING "ERROR ABRIENDO PEDPROV.DAT STATUS "
                        DELIMITED BY SIZE
                     StatPedidosProv DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           PERFORM 3800-PRIMERA-IMAGEN
           PERFORM UNTIL FinImagenes
              MOVE BkDatos TO PedidosProvDetails
              WRITE PedidosProvDetails
              IF StatPedidosProv NOT = "00"
                 STRING "ERROR ESCRIBIENDO PEDPROV.DAT STATUS "
                           DELIMITED BY SIZE
                        StatPedidosProv DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
              ADD 1 TO WRegRestaurados
              PERFORM 3900-SIGUIENTE-IMAGEN
           END-PERFORM
           CLOSE PedidosProvFile.

       3150-RESTAURA-PENDIENT.
           OPEN OUTPUT PendientesFile
           IF NOT PeIniciado
              STRING "ERROR ABRIENDO PENDIENT.DAT STATUS "
                        DELIMITED BY SIZE
                     StatPendientes DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           PERFORM 3800-PRIMERA-IMAGEN
           PERFORM UNTIL FinImagenes
              MOVE BkDatos TO PendientesDetails
              WRITE PendientesDetails
              IF StatPendientes NOT = "00"
                 STRING "ERROR ESCRIBIENDO PENDIENT.DAT STATUS "
                           DELIMITED BY SIZE
                        StatPendientes DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
              ADD 1 TO WRegRestaurados
              PERFORM 3900-SIGUIENTE-IMAGEN
           END-PERFORM
           CLOSE PendientesFile.

       3160-RESTAURA-ASIGNAC.
           OPEN OUTPUT AsignacionesFile
           IF NOT AsIniciado
              STRING "ERROR ABRIENDO ASIGNAC.DAT STATUS "
                        DELIMITED BY SIZE
                     StatAsignaciones DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           PERFORM 3800-PRIMERA-IMAGEN
           PERFORM UNTIL FinImagenes
              MOVE BkDatos TO AsignacionDetails
              WRITE AsignacionDetails
              IF StatAsignaciones NOT = "00"
                 STRING "ERROR ESCRIBIENDO ASIGNAC.DAT STATUS "
                           DELIMITED BY SIZE
                        StatAsignaciones DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
              ADD 1 TO WRegRestaurados
              PERFORM 3900-SIGUIENTE-IMAGEN
           END-PERFORM
           CLOSE AsignacionesFile.

       3170-RESTAURA-PRECHIST.
           OPEN OUTPUT PrecioHistFile
           IF NOT PhIniciado
              STRING "ERROR ABRIENDO PRECHIST.DAT STATUS "
                        DELIMITED BY SIZE
                     StatPrecioHist DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           PERFORM 3800-PRIMERA-IMAGEN
           PERFORM UNTIL FinImagenes
              MOVE BkDatos TO PrecioHistDetails
              WRITE PrecioHistDetails
              IF StatPrecioHist NOT = "00"
                 STRING "ERROR ESCRIBIENDO PRECHIST.DAT STATUS "
                           DELIMITED BY SIZE
                        StatPrecioHist DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
              ADD 1 TO WRegRestaurados
              PERFORM 3900-SIGUIENTE-IMAGEN
           END-PERFORM
           CLOSE PrecioHistFile.

       3180-RESTAURA-STKCTL.
           OPEN OUTPUT ControlFile
           IF NOT CtIniciado
              STRING "ERROR ABRIENDO STKCTL.DAT STATUS "
                        DELIMITED BY SIZE
                     StatControl DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           PERFORM 3800-PRIMERA-IMAGEN
           PERFORM UNTIL FinImagenes
              MOVE BkDatos TO ControlRecord
              WRITE ControlRecord
              IF StatControl NOT = "00"
                 STRING "ERROR ESCRIBIENDO STKCTL.DAT STATUS "
                           DELIMITED BY SIZE
                        StatControl DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
              ADD 1 TO WRegRestaurados
              PERFORM 3900-SIGUIENTE-IMAGEN
           END-PERFORM
           CLOSE ControlFile.

       3190-RESTAURA-KARDEX.
           OPEN OUTPUT KardexFile
           IF NOT KxIniciado
              STRING "ERROR ABRIENDO KARDEX.DAT STATUS "
                        DELIMITED BY SIZE
                     StatKardex DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           PERFORM 3800-PRIMERA-IMAGEN
           PERFORM UNTIL FinImagenes
              MOVE BkDatos TO KardexDetails
              WRITE KardexDetails
              IF StatKardex NOT = "00"
                 STRING "ERROR ESCRIBIENDO KARDEX.DAT STATUS "
                           DELIMITED BY SIZE
                        StatKardex DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
              ADD 1 TO WRegRestaurados
              PERFORM 3900-SIGUIENTE-IMAGEN
           END-PERFORM
           CLOSE KardexFile.

       3200-RESTAURA-ALBREG.
           OPEN OUTPUT AlbRegFile
           IF NOT AbIniciado
              STRING "ERROR ABRIENDO ALBREG.DAT STATUS "
                        DELIMITED BY SIZE
                     StatAlbReg DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           PERFORM 3800-PRIMERA-IMAGEN
           PERFORM UNTIL FinImagenes
              MOVE BkDatos TO AlbRegRecord
              WRITE AlbRegRecord
              IF StatAlbReg NOT = "00"
                 STRING "ERROR ESCRIBIENDO ALBREG.DAT STATUS "
                           DELIMITED BY SIZE
                        StatAlbReg DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
              ADD 1 TO WRegRestaurados
              PERFORM 3900-SIGUIENTE-IMAGEN
           END-PERFORM
           CLOSE AlbRegFile.

       3210-RESTAURA-PEDNUM.
           OPEN OUTPUT PedNumFile
           IF NOT PnIniciado
              STRING "ERROR ABRIENDO PEDNUM.DAT STATUS "
                        DELIMITED BY SIZE
                     StatPedNum DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           PERFORM 3800-PRIMERA-IMAGEN
           PERFORM UNTIL FinImagenes
              MOVE BkDatos TO PedNumRecord
              WRITE PedNumRecord
              IF StatPedNum NOT = "00"
                 STRING "ERROR ESCRIBIENDO PEDNUM.DAT STATUS "
                           DELIMITED BY SIZE
                        StatPedNum DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
              ADD 1 TO WRegRestaurados
              PERFORM 3900-SIGUIENTE-IMAGEN
           END-PERFORM
           CLOSE PedNumFile.

       3220-RESTAURA-ALBNUM.
           OPEN OUTPUT AlbNumFile
           IF NOT AnIniciado
              STRING "ERROR ABRIENDO ALBNUM.DAT STATUS "
                        DELIMITED BY SIZE
                     StatAlbNum DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           PERFORM 3800-PRIMERA-IMAGEN
           PERFORM UNTIL FinImagenes
              MOVE BkDatos TO AlbNumRecord
              WRITE AlbNumRecord
              IF StatAlbNum NOT = "00"
                 STRING "ERROR ESCRIBIENDO ALBNUM.DAT STATUS "
                           DELIMITED BY SIZE
                        StatAlbNum DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
              ADD 1 TO WRegRestaurados
              PERFORM 3900-SIGUIENTE-IMAGEN
           END-PERFORM
           CLOSE AlbNumFile.

       3230-RESTAURA-RECHIST.
           OPEN OUTPUT RecHistFile
           IF NOT RhIniciado
              STRING "ERROR ABRIENDO RECHIST.DAT STATUS "
                        DELIMITED BY SIZE
                     StatRecHist DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           PERFORM 3800-PRIMERA-IMAGEN
           PERFORM UNTIL FinImagenes
              MOVE BkDatos TO RecHistDetails
              WRITE RecHistDetails
              IF StatRecHist NOT = "00"
                 STRING "ERROR ESCRIBIENDO RECHIST.DAT STATUS "
                           DELIMITED BY SIZE
                        StatRecHist DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
              ADD 1 TO WRegRestaurados
              PERFORM 3900-SIGUIENTE-IMAGEN
           END-PERFORM
           CLOSE RecHistFile.

       3240-RESTAURA-CONTAMOV.
           OPEN OUTPUT MovContableFile
           IF NOT CmIniciado
              STRING "ERROR ABRIENDO CONTAMOV.DAT STATUS "
                        DELIMITED BY SIZE
                     StatMovContable DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           PERFORM 3800-PRIMERA-IMAGEN
           PERFORM UNTIL FinImagenes
              MOVE BkDatos TO MovContableDetails
              WRITE MovContableDetails
              IF StatMovContable NOT = "00"
                 STRING "ERROR ESCRIBIENDO CONTAMOV.DAT STATUS "
                           DELIMITED BY SIZE
                        StatMovContable DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
              ADD 1 TO WRegRestaurados
              PERFORM 3900-SIGUIENTE-IMAGEN
           END-PERFORM
           CLOSE MovContableFile.

       3250-RESTAURA-FACTREG.
           OPEN OUTPUT FacturasFile
           IF NOT FrIniciado
              STRING "ERROR ABRIENDO FACTREG.DAT STATUS "
                        DELIMITED BY SIZE
                     StatFacturas DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           PERFORM 3800-PRIMERA-IMAGEN
           PERFORM UNTIL FinImagenes
              MOVE BkDatos TO FacturasRecord
              WRITE FacturasRecord
              IF StatFacturas NOT = "00"
                 STRING "ERROR ESCRIBIENDO FACTREG.DAT STATUS "
                           DELIMITED BY SIZE
                        StatFacturas DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
              ADD 1 TO WRegRestaurados
              PERFORM 3900-SIGUIENTE-IMAGEN
           END-PERFORM
           CLOSE FacturasFile.

       3260-RESTAURA-FACTNUM.
           OPEN OUTPUT NumeradorFile
           IF NOT NmIniciado
              STRING "ERROR ABRIENDO FACTNUM.DAT STATUS "
                        DELIMITED BY SIZE
                     StatNumerador DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           PERFORM 3800-PRIMERA-IMAGEN
           PERFORM UNTIL FinImagenes
              MOVE BkDatos TO NumeradorRecord
              WRITE NumeradorRecord
              IF StatNumerador NOT = "00"
                 STRING "ERROR ESCRIBIENDO FACTNUM.DAT STATUS "
                           DELIMITED BY SIZE
                        StatNumerador DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
              ADD 1 TO WRegRestaurados
              PERFORM 3900-SIGUIENTE-IMAGEN
           END-PERFORM
           CLOSE NumeradorFile.

       3270-RESTAURA-PRECPEND.
           OPEN OUTPUT PendPrecFile
           IF NOT PpIniciado
              STRING "ERROR ABRIENDO PRECPEND.DAT STATUS "
                        DELIMITED BY SIZE
                     StatPendPrec DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           PERFORM 3800-PRIMERA-IMAGEN
           PERFORM UNTIL FinImagenes
              MOVE BkDatos TO PendPrecDetails
              WRITE PendPrecDetails
              IF StatPendPrec NOT = "00"
                 STRING "ERROR ESCRIBIENDO PRECPEND.DAT STATUS "
                           DELIMITED BY SIZE
                        StatPendPrec DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
              ADD 1 TO WRegRestaurados
              PERFORM 3900-SIGUIENTE-IMAGEN
           END-PERFORM
           CLOSE PendPrecFile.

      * Coloca RESPALDO.DAT en la primera imagen de WFichActual dentro
      * de la generacion elegida.
       3800-PRIMERA-IMAGEN.
           MOVE 'N' TO WFinImagenes
           MOVE WGenElegida TO BkGeneracion
           MOVE WFichActual TO BkFichero
           MOVE ZEROS TO BkSecuencia
           START RespaldoFile KEY IS NOT LESS BkClave
           INVALID KEY
              SET FinImagenes TO TRUE
           END-START
           IF NOT FinImagenes
              PERFORM 3900-SIGUIENTE-IMAGEN
           END-IF.

       3900-SIGUIENTE-IMAGEN.
           READ RespaldoFile NEXT RECORD
           AT END
              SET FinImagenes TO TRUE
           NOT AT END
              IF BkGeneracion NOT = WGenElegida OR
                 BkFichero NOT = WFichActual
                 SET FinImagenes TO TRUE
              END-IF
           END-READ
           IF StatRespaldo NOT = "00" AND StatRespaldo NOT = "10"
              STRING "ERROR LEYENDO RESPALDO.DAT STATUS "
                        DELIMITED BY SIZE
                     StatRespaldo DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF.

      * La copia devuelta y las que el paso tomo o puso en uso despues
      * en la misma fecha quedan en R: ninguna sirve ya para volver
      * atras ni la puede reclamar una nueva pasada del paso.
       4000-MARCA-RESTAURADAS.
           MOVE ZEROS TO WGenMarcadas
           PERFORM 2800-PRIMERA-GENERACION
           PERFORM UNTIL EndOfRespGen
              IF GnGeneracion >= WGenElegida AND
                 GnPrograma = WProgPaso AND
                 GnFecha = WFechaPaso AND
                 (GnEnUso OR GnTomada)
                 MOVE GnGeneracion TO WLmGeneracion
                 MOVE GnEstado TO WLmEstado
                 SET GnRestaurada TO TRUE
                 MOVE WRunDate TO GnFechaEstado
                 REWRITE RespGenRecord
                 IF StatRespGen NOT = "00"
                    STRING "ERROR REESCRIBIENDO RESPGEN.DAT STATUS "
                              DELIMITED BY SIZE
                           StatRespGen DELIMITED BY SIZE
                           INTO WAbendMsg
                    END-STRING
                    PERFORM 9000-ABEND-RUTINA
                 END-IF
                 WRITE InformeLine FROM LineaMarcada
                    BEFORE ADVANCING 1 LINES
                 ADD 1 TO WGenMarcadas
              END-IF
              PERFORM 2900-SIGUIENTE-GENERACION
           END-PERFORM.

      * Anulacion del paso en RUNLEDG.DAT: tipo R, con la generacion
      * devuelta, los ficheros y registros restaurados y los
      * descuadres.
       5000-ANOTA-ANULACION.
           OPEN EXTEND RunLedgerFile
           IF NOT RlIniciado AND NOT RlNoExiste
              STRING "ERROR ABRIENDO RUNLEDG.DAT STATUS "
                        DELIMITED BY SIZE
                     StatRunLedger DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           MOVE WFechaPaso TO RlFecha
           MOVE WProgPaso TO RlPrograma
           MOVE ZEROS TO RlRetorno
           MOVE WGenNumFich TO RlLeidos
           MOVE WTotRegistros TO RlAplicados
           MOVE WDescuadres TO RlRechazados
           MOVE WGenElegida TO RlGeneracion
           SET RlReversion TO TRUE
           WRITE RunLedgerRecord
           IF StatRunLedger NOT = "00"
              STRING "ERROR ESCRIBIENDO RUNLEDG.DAT STATUS "
                        DELIMITED BY SIZE
                     StatRunLedger DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           CLOSE RunLedgerFile

           MOVE WProgPaso TO WLaPrograma
           MOVE WFechaPaso TO WFechaEditar
           PERFORM 1900-EDITA-FECHA
           MOVE WFechaEditada TO WLaFecha
           WRITE InformeLine FROM LineaAnulacion
              BEFORE ADVANCING 1 LINES.
