       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESPALDO.
       AUTHOR. Miguel Martin.

      * Copia de seguridad previa a un paso de actualizacion. Se
      * ejecuta justo antes del paso con la tarjeta PROGRAMA de
      * RESPCTL.DAT y guarda una generacion fechada de los ficheros
      * que ese paso modifica: imagen de cada registro en
      * RESPALDO.DAT y entrada en el catalogo RESPGEN.DAT. El paso
      * reclama la generacion al arrancar y la anota en RUNLEDG.DAT;
      * RESTAURA la devuelve. De cada paso se conservan las ultimas
      * generaciones que diga la tarjeta CONSERVAR (5 si no se
      * indica); las anteriores se borran.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RespCtlFile ASSIGN TO "RESPCTL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatRespCtl.

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

           SELECT InformeFile ASSIGN TO "RESPALDO.RPT"
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
       FD  RespCtlFile.
       01  ParametroCard.
           88 EndOfRespCtl VALUE HIGH-VALUES.
           02 PcPalabra PIC X(10).
           02 PcValor   PIC X(70).

      * Catalogo de generaciones. Estados: P copia a medias (se anula
      * en la siguiente copia del paso), T tomada, E en uso por el
      * paso, R devuelta por RESTAURA, B borrada por antiguedad.
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

      * Imagen de cada registro copiado, por generacion, fichero y
      * orden de lectura.
       FD  RespaldoFile.
       01  RespaldoRecord.
           88 EndOfRespaldo VALUE HIGH-VALUES.
           02 BkClave.
              03 BkGeneracion PIC 9(7).
              03 BkFichero    PIC X(12).
              03 BkSecuencia  PIC 9(9).
           02 BkDatos         PIC X(120).

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

       01 CabInforme1 PIC X(33)
                      VALUE "COPIA DE SEGURIDAD PREVIA AL PASO".

       01 CabInformeFecha.
           02 FILLER        PIC X(7) VALUE "FECHA: ".
           02 WRunDateEdit  PIC X(10).

       01 CabPaso.
           02 FILLER        PIC X(10) VALUE "PROGRAMA: ".
           02 WCpPrograma   PIC X(8).
           02 FILLER        PIC X(15) VALUE "   GENERACION: ".
           02 WCpGeneracion PIC 9(7).
           02 FILLER        PIC X(9) VALUE "   HORA: ".
           02 WCpHora       PIC 9(6).

       01 CabFicheros.
           02 FILLER PIC X(14) VALUE "Fichero       ".
           02 FILLER PIC X(8)  VALUE "Existe  ".
           02 FILLER PIC X(9)  VALUE "Registros".

       01 LineaFichero.
           02 WLfFichero     PIC X(12).
           02 FILLER         PIC X(4) VALUE SPACES.
           02 WLfExiste      PIC X(1).
           02 FILLER         PIC X(3) VALUE SPACES.
           02 WLfRegistros   PIC ZZZZZZZZ9.

       01 LineaTotal.
           02 FILLER         PIC X(16) VALUE "TOTAL FICHEROS  ".
           02 WLtFicheros    PIC Z9.
           02 FILLER         PIC X(14) VALUE "   REGISTROS  ".
           02 WLtRegistros   PIC ZZZZZZZZZ9.

       01 LineaBorrada.
           02 WLbTexto       PIC X(26).
           02 WLbGeneracion  PIC 9(7).
           02 FILLER         PIC X(5) VALUE " DEL ".
           02 WLbFecha       PIC X(10).
           02 FILLER         PIC X(9) VALUE "  ESTADO ".
           02 WLbEstado      PIC X(1).
           02 FILLER         PIC X(11) VALUE "  IMAGENES ".
           02 WLbImagenes    PIC ZZZZZZZZ9.

       01 LineaConservadas.
           02 FILLER         PIC X(34)
                 VALUE "GENERACIONES CONSERVADAS DEL PASO ".
           02 WLcVivas       PIC ZZ9.
           02 FILLER         PIC X(10) VALUE "  MAXIMO  ".
           02 WLcMaximo      PIC ZZ9.

       01 StatRespCtl PIC X(02) VALUE SPACES.
           88 CtlIniciado VALUE '00'.
           88 CtlNoExiste VALUE '05'.

       01 StatRespGen PIC X(02) VALUE SPACES.
           88 GnIniciado VALUE '00'.
           88 GnNoExiste VALUE '05'.

       01 StatRespaldo PIC X(02) VALUE SPACES.
           88 BkIniciado VALUE '00'.
           88 BkNoExiste VALUE '05'.

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
       01 WHoraSistema.
           02 WHoraHms      PIC 9(6).
           02 FILLER        PIC 9(2).
       01 WFechaEditar PIC 9(8) VALUE ZEROS.
       01 WFechaEditada PIC X(10) VALUE SPACES.

      * Tarjetas de RESPCTL.DAT: PROGRAMA del paso que va a correr
      * (obligatoria) y CONSERVAR, generaciones a guardar del paso.
       01 WParamPrograma     PIC X(70) VALUE SPACES.
       01 WParamConservar PIC X(70) VALUE SPACES.
       01 WProgPaso          PIC X(8) VALUE SPACES.
       01 WGeneraciones      PIC 9(3) VALUE 5.

       01 WParamTexto    PIC X(8) VALUE SPACES.
       01 WParamNombre   PIC X(10) VALUE SPACES.
       01 WParamCifras   PIC X(8) VALUE SPACES.
       01 WParamNum      PIC 9(8) VALUE ZEROS.
       01 WCdx           PIC 9(2) VALUE ZEROS.
       01 WDigitos       PIC 9(2) VALUE ZEROS.

      * Ficheros que modifica el paso, en el orden en que se copian.
       01 WListaFicheros.
           02 WLista OCCURS 10 TIMES PIC X(12).
       01 WNumFicheros PIC 9(2) VALUE ZEROS.
       01 WFdx         PIC 9(2) VALUE ZEROS.

       01 WFichActual  PIC X(12) VALUE SPACES.
       01 WFichExiste  PIC X(1) VALUE SPACES.
       01 WSecuencia   PIC 9(9) VALUE ZEROS.

       01 WFinFichero PIC X VALUE 'N'.
           88 FinFichero VALUE 'Y'.

       01 WFinImagenes PIC X VALUE 'N'.
           88 FinImagenes VALUE 'Y'.

       01 WUltimaGen   PIC 9(7) VALUE ZEROS.
       01 WGenNueva    PIC 9(7) VALUE ZEROS.
       01 WGenBorrar   PIC 9(7) VALUE ZEROS.
       01 WGenVivas    PIC 9(3) VALUE ZEROS.
       01 WSobran      PIC 9(3) VALUE ZEROS.

       01 WImagenesBorradas  PIC 9(9) VALUE ZEROS.
       01 WImagenesGen       PIC 9(9) VALUE ZEROS.
       01 WParcialesAnuladas PIC 9(3) VALUE ZEROS.
       01 WGenBorradas       PIC 9(3) VALUE ZEROS.
       01 WTotRegistros      PIC 9(9) VALUE ZEROS.

       01 WAbendMsg PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WRunDate FROM DATE YYYYMMDD
           ACCEPT WHoraSistema FROM TIME

           PERFORM 1000-LEE-PARAMETROS
           PERFORM 1100-ARMA-LISTA

           OPEN I-O RespGenFile
           IF NOT GnIniciado AND NOT GnNoExiste
              STRING "ERROR ABRIENDO RESPGEN.DAT STATUS "
                        DELIMITED BY SIZE
                     StatRespGen DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           OPEN I-O RespaldoFile
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
              STRING "ERROR ABRIENDO RESPALDO.RPT STATUS "
                        DELIMITED BY SIZE
                     StatInforme DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           PERFORM 2000-ANULA-PARCIALES
           PERFORM 3000-TOMA-COPIA
           PERFORM 4000-PURGA-ANTIGUAS

           CLOSE RespGenFile, RespaldoFile, InformeFile.

           DISPLAY "RESPALDO PROGRAMA              " WProgPaso
              UPON CONSOLE.
           DISPLAY "RESPALDO GENERACION            " WGenNueva
              UPON CONSOLE.
           DISPLAY "RESPALDO FICHEROS COPIADOS     " WNumFicheros
              UPON CONSOLE.
           DISPLAY "RESPALDO REGISTROS COPIADOS    " WTotRegistros
              UPON CONSOLE.
           DISPLAY "RESPALDO GENERACIONES BORRADAS " WGenBorradas
              UPON CONSOLE.
           IF WParcialesAnuladas > 0
              DISPLAY "RESPALDO COPIAS INCOMPLETAS ANULADAS "
                 WParcialesAnuladas UPON CONSOLE
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       9000-ABEND-RUTINA.
           DISPLAY "ERROR FATAL DE E/S - PROGRAMA ABORTADO" UPON
              CONSOLE.
           DISPLAY WAbendMsg UPON CONSOLE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      * Lee RESPCTL.DAT (palabra en columnas 1-10, valor desde la 11).
      * Sin tarjeta PROGRAMA no se sabe que copiar y se aborta.
       1000-LEE-PARAMETROS.
           OPEN INPUT RespCtlFile
           IF NOT CtlIniciado AND NOT CtlNoExiste
              STRING "ERROR ABRIENDO RESPCTL.DAT STATUS "
                        DELIMITED BY SIZE
                     StatRespCtl DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           READ RespCtlFile
           AT END SET EndOfRespCtl TO TRUE
           END-READ
           IF StatRespCtl NOT = "00" AND StatRespCtl NOT = "10"
              STRING "ERROR LEYENDO RESPCTL.DAT STATUS "
                        DELIMITED BY SIZE
                     StatRespCtl DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           PERFORM UNTIL EndOfRespCtl
              EVALUATE PcPalabra
              WHEN "PROGRAMA  "
                 MOVE PcValor TO WParamPrograma
              WHEN "CONSERVAR "
                 MOVE PcValor TO WParamConservar
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

              READ RespCtlFile
              AT END SET EndOfRespCtl TO TRUE
              END-READ
              IF StatRespCtl NOT = "00" AND StatRespCtl NOT = "10"
                 STRING "ERROR LEYENDO RESPCTL.DAT STATUS "
                           DELIMITED BY SIZE
                        StatRespCtl DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-PERFORM
           CLOSE RespCtlFile

           IF WParamPrograma = SPACES
              MOVE "FALTA PARAMETRO PROGRAMA" TO WAbendMsg
              PERFORM 9000-ABEND-RUTINA
           END-IF
           IF WParamPrograma(9:) NOT = SPACES
              MOVE "PARAMETRO PROGRAMA DEMASIADO LARGO" TO WAbendMsg
              PERFORM 9000-ABEND-RUTINA
           END-IF
           MOVE WParamPrograma(1:8) TO WProgPaso

           IF WParamConservar NOT = SPACES
              MOVE WParamConservar TO WParamTexto
              MOVE "CONSERVAR" TO WParamNombre
              PERFORM 1050-CONVIERTE-NUMERO
              MOVE WParamNum TO WGeneraciones
           END-IF
           IF WGeneraciones = 0
              MOVE "PARAMETRO CONSERVAR DEBE SER MAYOR QUE CERO"
                 TO WAbendMsg
              PERFORM 9000-ABEND-RUTINA
           END-IF

           MOVE WRunDate TO WFechaEditar
           PERFORM 1900-EDITA-FECHA
           MOVE WFechaEditada TO WRunDateEdit.

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

      * Ficheros maestros, diarios y numeradores que modifica cada
      * paso: todo lo que haria falta para dejarlo como si no hubiera
      * corrido. Un paso nuevo que actualice ficheros debe darse de
      * alta aqui y en RESTAURA.
       1100-ARMA-LISTA.
           MOVE SPACES TO WListaFicheros
           MOVE ZEROS TO WNumFicheros
           EVALUATE WProgPaso
           WHEN "STOCKPST"
              MOVE "ALM.DAT" TO WLista(1)
              MOVE "PEDPROV.DAT" TO WLista(2)
              MOVE "PENDIENT.DAT" TO WLista(3)
              MOVE "ASIGNAC.DAT" TO WLista(4)
              MOVE "STKCTL.DAT" TO WLista(5)
              MOVE "KARDEX.DAT" TO WLista(6)
              MOVE "ALBREG.DAT" TO WLista(7)
              MOVE "PEDNUM.DAT" TO WLista(8)
              MOVE "ALBNUM.DAT" TO WLista(9)
              MOVE 9 TO WNumFicheros
           WHEN "RECEPCN"
              MOVE "ALM.DAT" TO WLista(1)
              MOVE "PRECHIST.DAT" TO WLista(2)
              MOVE "PEDPROV.DAT" TO WLista(3)
              MOVE "PENDIENT.DAT" TO WLista(4)
              MOVE "RECHIST.DAT" TO WLista(5)
              MOVE "CONTAMOV.DAT" TO WLista(6)
              MOVE "KARDEX.DAT" TO WLista(7)
              MOVE "ASIGNAC.DAT" TO WLista(8)
              MOVE "ALBREG.DAT" TO WLista(9)
              MOVE "ALBNUM.DAT" TO WLista(10)
              MOVE 10 TO WNumFicheros
           WHEN "DEVOLUC"
              MOVE "ART.DAT" TO WLista(1)
              MOVE "ALM.DAT" TO WLista(2)
              MOVE "FACTREG.DAT" TO WLista(3)
              MOVE "KARDEX.DAT" TO WLista(4)
              MOVE 4 TO WNumFicheros
           WHEN "TRASLADO"
              MOVE "ALM.DAT" TO WLista(1)
              MOVE "PENDIENT.DAT" TO WLista(2)
              MOVE "KARDEX.DAT" TO WLista(3)
              MOVE "ASIGNAC.DAT" TO WLista(4)
              MOVE "ALBREG.DAT" TO WLista(5)
              MOVE "ALBNUM.DAT" TO WLista(6)
              MOVE 6 TO WNumFicheros
           WHEN "INVFIS"
              MOVE "ALM.DAT" TO WLista(1)
              MOVE "CONTAMOV.DAT" TO WLista(2)
              MOVE "KARDEX.DAT" TO WLista(3)
              MOVE 3 TO WNumFicheros
           WHEN "COBROS"
              MOVE "FACTREG.DAT" TO WLista(1)
              MOVE "CONTAMOV.DAT" TO WLista(2)
              MOVE 2 TO WNumFicheros
           WHEN "FACTURA"
              MOVE "FACTREG.DAT" TO WLista(1)
              MOVE "FACTNUM.DAT" TO WLista(2)
              MOVE "ASIGNAC.DAT" TO WLista(3)
              MOVE 3 TO WNumFicheros
           WHEN "COMPRAS"
              MOVE "ART.DAT" TO WLista(1)
              MOVE 1 TO WNumFicheros
           WHEN "ARCPURGA"
              MOVE "ART.DAT" TO WLista(1)
              MOVE "ARTHIST.DAT" TO WLista(2)
              MOVE 2 TO WNumFicheros
           WHEN "PRECMANT"
              MOVE "ALM.DAT" TO WLista(1)
              MOVE "PRECHIST.DAT" TO WLista(2)
              MOVE "PRECPEND.DAT" TO WLista(3)
              MOVE 3 TO WNumFicheros
           WHEN OTHER
              STRING "PROGRAMA SIN COPIA DE SEGURIDAD DEFINIDA "
                        DELIMITED BY SIZE
                     WProgPaso DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-EVALUATE.

       1900-EDITA-FECHA.
           MOVE WFechaEditar(1:4) TO WFechaEditada(1:4)
           MOVE "-"               TO WFechaEditada(5:1)
           MOVE WFechaEditar(5:2) TO WFechaEditada(6:2)
           MOVE "-"               TO WFechaEditada(8:1)
           MOVE WFechaEditar(7:2) TO WFechaEditada(9:2).

      * Una copia del paso que quedo a medias (estado P) no sirve
      * para volver atras: se borran sus imagenes y se marca B. De
      * paso se averigua el ultimo numero de generacion usado.
       2000-ANULA-PARCIALES.
           MOVE ZEROS TO WUltimaGen
           PERFORM 2800-PRIMERA-GENERACION
           PERFORM UNTIL EndOfRespGen
              MOVE GnGeneracion TO WUltimaGen
              IF GnPrograma = WProgPaso AND GnParcial
                 MOVE GnGeneracion TO WGenBorrar
                 PERFORM 4500-BORRA-IMAGENES
                 MOVE "COPIA INCOMPLETA ANULADA  " TO WLbTexto
                 PERFORM 4600-MARCA-BORRADA
                 ADD 1 TO WParcialesAnuladas
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

      * Da de alta la generacion en estado P, copia cada fichero y la
      * deja en T con los registros de cada uno. Un abend a mitad
      * deja la generacion en P y el paso no la puede reclamar.
       3000-TOMA-COPIA.
           COMPUTE WGenNueva = WUltimaGen + 1
           MOVE SPACES TO RespGenRecord
           MOVE WGenNueva TO GnGeneracion
           MOVE WRunDate TO GnFecha
           MOVE WHoraHms TO GnHora
           MOVE WProgPaso TO GnPrograma
           SET GnParcial TO TRUE
           MOVE WRunDate TO GnFechaEstado
           MOVE WNumFicheros TO GnNumFicheros
           PERFORM VARYING WFdx FROM 1 BY 1 UNTIL WFdx > 10
              MOVE WLista(WFdx) TO GnFichNombre(WFdx)
              MOVE SPACE TO GnFichExiste(WFdx)
              MOVE ZEROS TO GnFichRegistros(WFdx)
           END-PERFORM
           WRITE RespGenRecord
           INVALID KEY
              STRING "GENERACION DUPLICADA EN RESPGEN.DAT STATUS "
                        DELIMITED BY SIZE
                     StatRespGen DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-WRITE

           WRITE InformeLine FROM CabInforme1
              BEFORE ADVANCING 1 LINES
           WRITE InformeLine FROM CabInformeFecha
              BEFORE ADVANCING 1 LINES
           MOVE WProgPaso TO WCpPrograma
           MOVE WGenNueva TO WCpGeneracion
           MOVE WHoraHms TO WCpHora
           WRITE InformeLine FROM CabPaso
              BEFORE ADVANCING 2 LINES
           WRITE InformeLine FROM CabFicheros
              BEFORE ADVANCING 1 LINES

           MOVE ZEROS TO WTotRegistros
           PERFORM VARYING WFdx FROM 1 BY 1 UNTIL WFdx > WNumFicheros
              MOVE WLista(WFdx) TO WFichActual
              MOVE "S" TO WFichExiste
              MOVE ZEROS TO WSecuencia
              PERFORM 3100-COPIA-FICHERO
              MOVE WFichExiste TO GnFichExiste(WFdx)
              MOVE WSecuencia TO GnFichRegistros(WFdx)
              ADD WSecuencia TO WTotRegistros
              MOVE WFichActual TO WLfFichero
              MOVE WFichExiste TO WLfExiste
              MOVE WSecuencia TO WLfRegistros
              WRITE InformeLine FROM LineaFichero
                 BEFORE ADVANCING 1 LINES
           END-PERFORM

           SET GnTomada TO TRUE
           REWRITE RespGenRecord
           IF StatRespGen NOT = "00"
              STRING "ERROR REESCRIBIENDO RESPGEN.DAT STATUS "
                        DELIMITED BY SIZE
                     StatRespGen DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           MOVE WNumFicheros TO WLtFicheros
           MOVE WTotRegistros TO WLtRegistros
           WRITE InformeLine FROM LineaTotal
              BEFORE ADVANCING 2 LINES.

      * Un fichero que aun no existe se anota con existe N y sin
      * registros: al restaurar se deja vacio.
       3100-COPIA-FICHERO.
           EVALUATE WFichActual
           WHEN "ALM.DAT"
              PERFORM 3110-COPIA-ALM
           WHEN "ART.DAT"
              PERFORM 3120-COPIA-ART
           WHEN "ARTHIST.DAT"
              PERFORM 3130-COPIA-ARTHIST
           WHEN "PEDPROV.DAT"
              PERFORM 3140-COPIA-PEDPROV
           WHEN "PENDIENT.DAT"
              PERFORM 3150-COPIA-PENDIENT
           WHEN "ASIGNAC.DAT"
              PERFORM 3160-COPIA-ASIGNAC
           WHEN "PRECHIST.DAT"
              PERFORM 3170-COPIA-PRECHIST
           WHEN "STKCTL.DAT"
              PERFORM 3180-COPIA-STKCTL
           WHEN "KARDEX.DAT"
              PERFORM 3190-COPIA-KARDEX
           WHEN "ALBREG.DAT"
              PERFORM 3200-COPIA-ALBREG
           WHEN "PEDNUM.DAT"
              PERFORM 3210-COPIA-PEDNUM
           WHEN "ALBNUM.DAT"
              PERFORM 3220-COPIA-ALBNUM
           WHEN "RECHIST.DAT"
              PERFORM 3230-COPIA-RECHIST
           WHEN "CONTAMOV.DAT"
              PERFORM 3240-COPIA-CONTAMOV
           WHEN "FACTREG.DAT"
              PERFORM 3250-COPIA-FACTREG
           WHEN "FACTNUM.DAT"
              PERFORM 3260-COPIA-FACTNUM
           WHEN "PRECPEND.DAT"
              PERFORM 3270-COPIA-PRECPEND
           END-EVALUATE.

       3110-COPIA-ALM.
           OPEN INPUT AlmacenesFile
           IF NOT AlIniciado AND NOT AlNoExiste
              STRING "ERROR ABRIENDO ALM.DAT STATUS "
                        DELIMITED BY SIZE
                     StatAlmacenes DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           IF AlNoExiste
              MOVE "N" TO WFichExiste
           END-IF
           MOVE 'N' TO WFinFichero
           PERFORM UNTIL FinFichero
              READ AlmacenesFile NEXT RECORD
              AT END
                 SET FinFichero TO TRUE
              NOT AT END
                 MOVE AlmacenesDetails TO BkDatos
                 PERFORM 3900-GRABA-IMAGEN
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
           CLOSE AlmacenesFile.

       3120-COPIA-ART.
           OPEN INPUT ArticulosFile
           IF NOT ArIniciado AND NOT ArNoExiste
              STRING "ERROR ABRIENDO ART.DAT STATUS "
                        DELIMITED BY SIZE
                     StatArticulos DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           IF ArNoExiste
              MOVE "N" TO WFichExiste
           END-IF
           MOVE 'N' TO WFinFichero
           PERFORM UNTIL FinFichero
              READ ArticulosFile NEXT RECORD
              AT END
                 SET FinFichero TO TRUE
              NOT AT END
                 MOVE ArticulosDetails TO BkDatos
                 PERFORM 3900-GRABA-IMAGEN
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
           CLOSE ArticulosFile.

       3130-COPIA-ARTHIST.
           OPEN INPUT ArticulosHistFile
           IF NOT AhIniciado AND NOT AhNoExiste
              STRING "ERROR ABRIENDO ARTHIST.DAT STATUS "
                        DELIMITED BY SIZE
                     StatArtHist DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           IF AhNoExiste
              MOVE "N" TO WFichExiste
           END-IF
           MOVE 'N' TO WFinFichero
           PERFORM UNTIL FinFichero
              READ ArticulosHistFile NEXT RECORD
              AT END
                 SET FinFichero TO TRUE
              NOT AT END
                 MOVE ArticulosHistDetails TO BkDatos
                 PERFORM 3900-GRABA-IMAGEN
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
           CLOSE ArticulosHistFile.

       3140-COPIA-PEDPROV.
           OPEN INPUT PedidosProvFile
           IF NOT PoIniciado AND NOT PoNoExiste
              STRING "ERROR ABRIENDO PEDPROV.DAT STATUS "
                        DELIMITED BY SIZE
                     StatPedidosProv DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           IF PoNoExiste
              MOVE "N" TO WFichExiste
           END-IF
           MOVE 'N' TO WFinFichero
           PERFORM UNTIL FinFichero
              READ PedidosProvFile NEXT RECORD
              AT END
                 SET FinFichero TO TRUE
              NOT AT END
                 MOVE PedidosProvDetails TO BkDatos
                 PERFORM 3900-GRABA-IMAGEN
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
           CLOSE PedidosProvFile.

       3150-COPIA-PENDIENT.
           OPEN INPUT PendientesFile
           IF NOT PeIniciado AND NOT PeNoExiste
              STRING "ERROR ABRIENDO PENDIENT.DAT STATUS "
                        DELIMITED BY SIZE
                     StatPendientes DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           IF PeNoExiste
              MOVE "N" TO WFichExiste
           END-IF
           MOVE 'N' TO WFinFichero
           PERFORM UNTIL FinFichero
              READ PendientesFile NEXT RECORD
              AT END
                 SET FinFichero TO TRUE
              NOT AT END
                 MOVE PendientesDetails TO BkDatos
                 PERFORM 3900-GRABA-IMAGEN
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
           CLOSE PendientesFile.

       3160-COPIA-ASIGNAC.
           OPEN INPUT AsignacionesFile
           IF NOT AsIniciado AND NOT AsNoExiste
              STRING "ERROR ABRIENDO ASIGNAC.DAT STATUS "
                        DELIMITED BY SIZE
                     StatAsignaciones DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           IF AsNoExiste
              MOVE "N" TO WFichExiste
           END-IF
           MOVE 'N' TO WFinFichero
           PERFORM UNTIL FinFichero
              READ AsignacionesFile NEXT RECORD
              AT END
                 SET FinFichero TO TRUE
              NOT AT END
                 MOVE AsignacionDetails TO BkDatos
                 PERFORM 3900-GRABA-IMAGEN
              END-READ
              IF StatAsignaciones NOT = "00" AND
                 StatAsignaciones NOT = "02" AND
                 StatAsignaciones NOT = "10"
                 STRING "ERROR LEYENDO ASIGNAC.DAT STATUS "
                           DELIMITED BY SIZE
                        StatAsignaciones DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-PERFORM
           CLOSE AsignacionesFile.

       3170-COPIA-PRECHIST.
           OPEN INPUT PrecioHistFile
           IF NOT PhIniciado AND NOT PhNoExiste
              STRING "ERROR ABRIENDO PRECHIST.DAT STATUS "
                        DELIMITED BY SIZE
                     StatPrecioHist DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           IF PhNoExiste
              MOVE "N" TO WFichExiste
           END-IF
           MOVE 'N' TO WFinFichero
           PERFORM UNTIL FinFichero
              READ PrecioHistFile NEXT RECORD
              AT END
                 SET FinFichero TO TRUE
              NOT AT END
                 MOVE PrecioHistDetails TO BkDatos
                 PERFORM 3900-GRABA-IMAGEN
              END-READ
              IF StatPrecioHist NOT = "00" AND
                 StatPrecioHist NOT = "02" AND
                 StatPrecioHist NOT = "10"
                 STRING "ERROR LEYENDO PRECHIST.DAT STATUS "
                           DELIMITED BY SIZE
                        StatPrecioHist DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-PERFORM
           CLOSE PrecioHistFile.

       3180-COPIA-STKCTL.
           OPEN INPUT ControlFile
           IF NOT CtIniciado AND NOT CtNoExiste
              STRING "ERROR ABRIENDO STKCTL.DAT STATUS "
                        DELIMITED BY SIZE
                     StatControl DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           IF CtNoExiste
              MOVE "N" TO WFichExiste
           END-IF
           MOVE 'N' TO WFinFichero
           PERFORM UNTIL FinFichero
              READ ControlFile
              AT END
                 SET FinFichero TO TRUE
              NOT AT END
                 MOVE ControlRecord TO BkDatos
                 PERFORM 3900-GRABA-IMAGEN
              END-READ
              IF StatControl NOT = "00" AND
                 StatControl NOT = "10"
                 STRING "ERROR LEYENDO STKCTL.DAT STATUS "
                           DELIMITED BY SIZE
                        StatControl DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-PERFORM
           CLOSE ControlFile.

       3190-COPIA-KARDEX.
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
              MOVE "N" TO WFichExiste
           END-IF
           MOVE 'N' TO WFinFichero
           PERFORM UNTIL FinFichero
              READ KardexFile
              AT END
                 SET FinFichero TO TRUE
              NOT AT END
                 MOVE KardexDetails TO BkDatos
                 PERFORM 3900-GRABA-IMAGEN
              END-READ
              IF StatKardex NOT = "00" AND
                 StatKardex NOT = "10"
                 STRING "ERROR LEYENDO KARDEX.DAT STATUS "
                           DELIMITED BY SIZE
                        StatKardex DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-PERFORM
           CLOSE KardexFile.

       3200-COPIA-ALBREG.
           OPEN INPUT AlbRegFile
           IF NOT AbIniciado AND NOT AbNoExiste
              STRING "ERROR ABRIENDO ALBREG.DAT STATUS "
                        DELIMITED BY SIZE
                     StatAlbReg DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           IF AbNoExiste
              MOVE "N" TO WFichExiste
           END-IF
           MOVE 'N' TO WFinFichero
           PERFORM UNTIL FinFichero
              READ AlbRegFile
              AT END
                 SET FinFichero TO TRUE
              NOT AT END
                 MOVE AlbRegRecord TO BkDatos
                 PERFORM 3900-GRABA-IMAGEN
              END-READ
              IF StatAlbReg NOT = "00" AND
                 StatAlbReg NOT = "10"
                 STRING "ERROR LEYENDO ALBREG.DAT STATUS "
                           DELIMITED BY SIZE
                        StatAlbReg DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-PERFORM
           CLOSE AlbRegFile.

       3210-COPIA-PEDNUM.
           OPEN INPUT PedNumFile
           IF NOT PnIniciado AND NOT PnNoExiste
              STRING "ERROR ABRIENDO PEDNUM.DAT STATUS "
                        DELIMITED BY SIZE
                     StatPedNum DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           IF PnNoExiste
              MOVE "N" TO WFichExiste
           END-IF
           MOVE 'N' TO WFinFichero
           PERFORM UNTIL FinFichero
              READ PedNumFile
              AT END
                 SET FinFichero TO TRUE
              NOT AT END
                 MOVE PedNumRecord TO BkDatos
                 PERFORM 3900-GRABA-IMAGEN
              END-READ
              IF StatPedNum NOT = "00" AND
                 StatPedNum NOT = "10"
                 STRING "ERROR LEYENDO PEDNUM.DAT STATUS "
                           DELIMITED BY SIZE
                        StatPedNum DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-PERFORM
           CLOSE PedNumFile.

       3220-COPIA-ALBNUM.
           OPEN INPUT AlbNumFile
           IF NOT AnIniciado AND NOT AnNoExiste
              STRING "ERROR ABRIENDO ALBNUM.DAT STATUS "
                        DELIMITED BY SIZE
                     StatAlbNum DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           IF AnNoExiste
              MOVE "N" TO WFichExiste
           END-IF
           MOVE 'N' TO WFinFichero
           PERFORM UNTIL FinFichero
              READ AlbNumFile
              AT END
                 SET FinFichero TO TRUE
              NOT AT END
                 MOVE AlbNumRecord TO BkDatos
                 PERFORM 3900-GRABA-IMAGEN
              END-READ
              IF StatAlbNum NOT = "00" AND
                 StatAlbNum NOT = "10"
                 STRING "ERROR LEYENDO ALBNUM.DAT STATUS "
                           DELIMITED BY SIZE
                        StatAlbNum DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-PERFORM
           CLOSE AlbNumFile.

       3230-COPIA-RECHIST.
           OPEN INPUT RecHistFile
           IF NOT RhIniciado AND NOT RhNoExiste
              STRING "ERROR ABRIENDO RECHIST.DAT STATUS "
                        DELIMITED BY SIZE
                     StatRecHist DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           IF RhNoExiste
              MOVE "N" TO WFichExiste
           END-IF
           MOVE 'N' TO WFinFichero
           PERFORM UNTIL FinFichero
              READ RecHistFile
              AT END
                 SET FinFichero TO TRUE
              NOT AT END
                 MOVE RecHistDetails TO BkDatos
                 PERFORM 3900-GRABA-IMAGEN
              END-READ
              IF StatRecHist NOT = "00" AND
                 StatRecHist NOT = "10"
                 STRING "ERROR LEYENDO RECHIST.DAT STATUS "
                           DELIMITED BY SIZE
                        StatRecHist DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-PERFORM
           CLOSE RecHistFile.

       3240-COPIA-CONTAMOV.
           OPEN INPUT MovContableFile
           IF NOT CmIniciado AND NOT CmNoExiste
              STRING "ERROR ABRIENDO CONTAMOV.DAT STATUS "
                        DELIMITED BY SIZE
                     StatMovContable DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           IF CmNoExiste
              MOVE "N" TO WFichExiste
           END-IF
           MOVE 'N' TO WFinFichero
           PERFORM UNTIL FinFichero
              READ MovContableFile
              AT END
                 SET FinFichero TO TRUE
              NOT AT END
                 MOVE MovContableDetails TO BkDatos
                 PERFORM 3900-GRABA-IMAGEN
              END-READ
              IF StatMovContable NOT = "00" AND
                 StatMovContable NOT = "10"
                 STRING "ERROR LEYENDO CONTAMOV.DAT STATUS "
                           DELIMITED BY SIZE
                        StatMovContable DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-PERFORM
           CLOSE MovContableFile.

       3250-COPIA-FACTREG.
           OPEN INPUT FacturasFile
           IF NOT FrIniciado AND NOT FrNoExiste
              STRING "ERROR ABRIENDO FACTREG.DAT STATUS "
                        DELIMITED BY SIZE
                     StatFacturas DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           IF FrNoExiste
              MOVE "N" TO WFichExiste
           END-IF
           MOVE 'N' TO WFinFichero
           PERFORM UNTIL FinFichero
              READ FacturasFile
              AT END
                 SET FinFichero TO TRUE
              NOT AT END
                 MOVE FacturasRecord TO BkDatos
                 PERFORM 3900-GRABA-IMAGEN
              END-READ
              IF StatFacturas NOT = "00" AND
                 StatFacturas NOT = "10"
                 STRING "ERROR LEYENDO FACTREG.DAT STATUS "
                           DELIMITED BY SIZE
                        StatFacturas DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-PERFORM
           CLOSE FacturasFile.

       3260-COPIA-FACTNUM.
           OPEN INPUT NumeradorFile
           IF NOT NmIniciado AND NOT NmNoExiste
              STRING "ERROR ABRIENDO FACTNUM.DAT STATUS "
                        DELIMITED BY SIZE
                     StatNumerador DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           IF NmNoExiste
              MOVE "N" TO WFichExiste
           END-IF
           MOVE 'N' TO WFinFichero
           PERFORM UNTIL FinFichero
              READ NumeradorFile
              AT END
                 SET FinFichero TO TRUE
              NOT AT END
                 MOVE NumeradorRecord TO BkDatos
                 PERFORM 3900-GRABA-IMAGEN
              END-READ
              IF StatNumerador NOT = "00" AND
                 StatNumerador NOT = "10"
                 STRING "ERROR LEYENDO FACTNUM.DAT STATUS "
                           DELIMITED BY SIZE
                        StatNumerador DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-PERFORM
           CLOSE NumeradorFile.

       3270-COPIA-PRECPEND.
           OPEN INPUT PendPrecFile
           IF NOT PpIniciado AND NOT PpNoExiste
              STRING "ERROR ABRIENDO PRECPEND.DAT STATUS "
                        DELIMITED BY SIZE
                     StatPendPrec DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           IF PpNoExiste
              MOVE "N" TO WFichExiste
           END-IF
           MOVE 'N' TO WFinFichero
           PERFORM UNTIL FinFichero
              READ PendPrecFile
              AT END
                 SET FinFichero TO TRUE
              NOT AT END
                 MOVE PendPrecDetails TO BkDatos
                 PERFORM 3900-GRABA-IMAGEN
              END-READ
              IF StatPendPrec NOT = "00" AND
                 StatPendPrec NOT = "10"
                 STRING "ERROR LEYENDO PRECPEND.DAT STATUS "
                           DELIMITED BY SIZE
                        StatPendPrec DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-PERFORM
           CLOSE PendPrecFile.

       3900-GRABA-IMAGEN.
           ADD 1 TO WSecuencia
           MOVE WGenNueva TO BkGeneracion
           MOVE WFichActual TO BkFichero
           MOVE WSecuencia TO BkSecuencia
           WRITE RespaldoRecord
           INVALID KEY
              STRING "IMAGEN DUPLICADA EN RESPALDO.DAT STATUS "
                        DELIMITED BY SIZE
                     StatRespaldo DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-WRITE.

      * Conserva las WGeneraciones generaciones mas recientes del paso,
      * cualquiera que sea su estado, y borra las anteriores.
       4000-PURGA-ANTIGUAS.
           MOVE ZEROS TO WGenVivas
           PERFORM 2800-PRIMERA-GENERACION
           PERFORM UNTIL EndOfRespGen
              IF GnPrograma = WProgPaso AND NOT GnBorrada
                 ADD 1 TO WGenVivas
              END-IF
              PERFORM 2900-SIGUIENTE-GENERACION
           END-PERFORM

           MOVE ZEROS TO WSobran
           IF WGenVivas > WGeneraciones
              COMPUTE WSobran = WGenVivas - WGeneraciones
           END-IF
           PERFORM 2800-PRIMERA-GENERACION
           PERFORM UNTIL EndOfRespGen OR WSobran = 0
              IF GnPrograma = WProgPaso AND NOT GnBorrada
                 MOVE GnGeneracion TO WGenBorrar
                 PERFORM 4500-BORRA-IMAGENES
                 MOVE "GENERACION BORRADA        " TO WLbTexto
                 PERFORM 4600-MARCA-BORRADA
                 ADD 1 TO WGenBorradas
                 SUBTRACT 1 FROM WSobran
                 SUBTRACT 1 FROM WGenVivas
              END-IF
              PERFORM 2900-SIGUIENTE-GENERACION
           END-PERFORM

           MOVE WGenVivas TO WLcVivas
           MOVE WGeneraciones TO WLcMaximo
           WRITE InformeLine FROM LineaConservadas
              BEFORE ADVANCING 1 LINES.

      * Borra de RESPALDO.DAT todas las imagenes de WGenBorrar.
       4500-BORRA-IMAGENES.
           MOVE ZEROS TO WImagenesGen
           MOVE 'N' TO WFinImagenes
           MOVE WGenBorrar TO BkGeneracion
           MOVE LOW-VALUES TO BkFichero
           MOVE ZEROS TO BkSecuencia
           START RespaldoFile KEY IS NOT LESS BkClave
           INVALID KEY
              SET FinImagenes TO TRUE
           END-START

           PERFORM UNTIL FinImagenes
              READ RespaldoFile NEXT RECORD
              AT END
                 SET FinImagenes TO TRUE
              NOT AT END
                 IF BkGeneracion NOT = WGenBorrar
                    SET FinImagenes TO TRUE
                 ELSE
                    DELETE RespaldoFile RECORD
                    IF StatRespaldo NOT = "00"
                       STRING "ERROR BORRANDO RESPALDO.DAT STATUS "
                                 DELIMITED BY SIZE
                              StatRespaldo DELIMITED BY SIZE
                              INTO WAbendMsg
                       END-STRING
                       PERFORM 9000-ABEND-RUTINA
                    END-IF
                    ADD 1 TO WImagenesGen
                 END-IF
              END-READ
              IF StatRespaldo NOT = "00" AND StatRespaldo NOT = "10"
                 STRING "ERROR LEYENDO RESPALDO.DAT STATUS "
                           DELIMITED BY SIZE
                        StatRespaldo DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-PERFORM
           ADD WImagenesGen TO WImagenesBorradas.

      * Deja en B la generacion leida del catalogo y la lista con el
      * estado que tenia.
       4600-MARCA-BORRADA.
           MOVE GnGeneracion TO WLbGeneracion
           MOVE GnFecha TO WFechaEditar
           PERFORM 1900-EDITA-FECHA
           MOVE WFechaEditada TO WLbFecha
           MOVE GnEstado TO WLbEstado
           MOVE WImagenesGen TO WLbImagenes
           WRITE InformeLine FROM LineaBorrada
              BEFORE ADVANCING 1 LINES
           SET GnBorrada TO TRUE
           MOVE WRunDate TO GnFechaEstado
           REWRITE RespGenRecord
           IF StatRespGen NOT = "00"
              STRING "ERROR REESCRIBIENDO RESPGEN.DAT STATUS "
                        DELIMITED BY SIZE
                     StatRespGen DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF.
