                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatRunLedger.

           SELECT OPTIONAL KardexFile ASSIGN TO "KARDEX.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatKardex.

           SELECT OPTIONAL PendientesFile ASSIGN TO "PENDIENT.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PendientesKey
                  ALTERNATE RECORD KEY IS PeUserId WITH DUPLICATES
                  FILE STATUS IS StatPendientes.

           SELECT OPTIONAL MovContableFile ASSIGN TO "CONTAMOV.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatMovContable.

           SELECT OPTIONAL RecHistFile ASSIGN TO "RECHIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatRecHist.

           SELECT OPTIONAL AsignacionesFile ASSIGN TO "ASIGNAC.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AsignacionKey
                  FILE STATUS IS StatAsignaciones.

           SELECT OPTIONAL AlbNumFile ASSIGN TO "ALBNUM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatAlbNum.

           SELECT OPTIONAL AlbRegFile ASSIGN TO "ALBREG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatAlbReg.

           SELECT OPTIONAL RespGenFile ASSIGN TO "RESPGEN.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GnGeneracion
                  FILE STATUS IS StatRespGen.

       DATA DIVISION.
       FILE SECTION.
       FD  RecepcionesFile.
           02 RlLeidos     PIC 9(7).
           02 RlAplicados  PIC 9(7).
           02 RlRechazados PIC 9(7).
      * Copia de seguridad tomada antes del paso (cero si no la hubo)
      * y tipo de anotacion: R es la anulacion que deja RESTAURA al
      * devolver los ficheros a esa copia.
           02 RlGeneracion PIC 9(7).
           02 RlTipo       PIC X(1).
              88 RlReversion VALUE "R".

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

       FD  MovContableFile.
       01  MovContableDetails.
           88 EndOfMovContable VALUE HIGH-VALUES.
           02 CmTipo       PIC X(2).
           02 CmFecha      PIC 9(8).
           02 CmCategoria  PIC X(10).
           02 CmImporte    PIC 9(13)V99.
           02 CmPrograma   PIC X(8).
           02 CmReferencia PIC X(30).

      * Historico de entradas, con el pedido al que se casaron y la
      * cantidad y el coste recibidos, para el cotejo de facturas de
      * proveedor y el control de precios de venta.
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

      * Reparto de las lineas de compra entre almacenes con el
      * albaran que las lleva; los pendientes servidos aqui entran con
      * origen P.
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

       FD  AlbNumFile.
       01  AlbNumRecord.
           88 EndOfAlbNum VALUE HIGH-VALUES.
           02 NumUltimoAlbaran PIC 9(7).

      * Registro de albaranes: uno por cada pendiente servido.
       FD  AlbRegFile.
       01  AlbRegRecord.
           02 AbNumAlbaran  PIC 9(7).
           02 AbFecha       PIC 9(8).
           02 AbUserId      PIC X(8).
           02 AbCodAlmacen  PIC X(5).
           02 AbLineas      PIC 9(5).
           02 AbUnidades    PIC 9(7).

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

       WORKING-STORAGE SECTION.

       01 WFinPedidos PIC X VALUE 'N'.
           88 FinPedidosGrupo VALUE 'Y'.

       01 StatKardex PIC X(02) VALUE SPACES.
           88 KxIniciado VALUE '00'.
           88 KxNoExiste VALUE '05'.

       01 StatPendientes PIC X(02) VALUE SPACES.
           88 PeIniciado VALUE '00'.
           88 PeNoExiste VALUE '05'.
           88 PeTerminado VALUE '10'.

       01 StatMovContable PIC X(02) VALUE SPACES.
           88 CmIniciado VALUE '00'.
           88 CmNoExiste VALUE '05'.

       01 StatRecHist PIC X(02) VALUE SPACES.
           88 RhIniciado VALUE '00'.
           88 RhNoExiste VALUE '05'.

      * Casamiento de la entrada con los pedidos a proveedor: numero
      * del pedido abierto o parcial hallado para el articulo y
      * almacen, y cantidad que aun le quedaba por recibir.
       01 WPedidoHallado PIC X VALUE 'N'.
           88 PedidoHallado VALUE 'Y'.
       01 WNumPedidoCasado PIC 9(7) VALUE ZEROS.
       01 WProvCasado      PIC X(5) VALUE SPACES.
       01 WCantPendPedido  PIC 9(9) VALUE ZEROS.
       01 WCantSobrante    PIC 9(9) VALUE ZEROS.

       01 WRecAvisos     PIC 9(5) VALUE ZEROS.
       01 WPedCerrados   PIC 9(5) VALUE ZEROS.

      * Servicio de pendientes de PENDIENT.DAT con el stock entrante.
       01 WFinPendientes PIC X VALUE 'N'.
           88 FinPendientesGrupo VALUE 'Y'.
       01 WCantServida   PIC 9(5) VALUE ZEROS.
       01 WPendServidos  PIC 9(5) VALUE ZEROS.

       01 StatAsignaciones PIC X(02) VALUE SPACES.
           88 AsIniciado VALUE '00'.
           88 AsNoExiste VALUE '05'.

       01 StatAlbNum PIC X(02) VALUE SPACES.
           88 AnIniciado VALUE '00'.
           88 AnNoExiste VALUE '05'.

       01 StatAlbReg PIC X(02) VALUE SPACES.
           88 AbIniciado VALUE '00'.
           88 AbNoExiste VALUE '05'.

       01 WNumAlbaran PIC 9(7) VALUE ZEROS.
       01 WAlbaranesEmitidos PIC 9(5) VALUE ZEROS.

       01 StatRunLedger PIC X(02) VALUE SPACES.
           88 RlIniciado VALUE '00'.
           88 RlNoExiste VALUE '05'.
       01 WParamForzar PIC X(1) VALUE SPACES.
           88 ForzarEjecucion VALUE "S".

       01 StatRespGen PIC X(02) VALUE SPACES.
           88 GnIniciado VALUE '00'.
           88 GnNoExiste VALUE '05'.

       01 WGeneracion PIC 9(7) VALUE ZEROS.

       01 WAbendMsg PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WRunDate FROM DATE YYYYMMDD

           PERFORM 0500-COMPRUEBA-PRECEDENTE
           PERFORM 0600-RECLAMA-RESPALDO
           PERFORM 0700-LEE-NUMERADOR-ALBARAN

           OPEN INPUT RecepcionesFile
           IF NOT RcIniciado
              PERFORM 9000-ABEND-RUTINA
           END-IF

           OPEN I-O PendientesFile
           IF NOT PeIniciado AND NOT PeNoExiste
              STRING "ERROR ABRIENDO PENDIENT.DAT STATUS "
                        DELIMITED BY SIZE
                     StatPendientes DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           OPEN EXTEND MovContableFile
           IF NOT CmIniciado AND NOT CmNoExiste
              STRING "ERROR ABRIENDO CONTAMOV.DAT STATUS "
                        DELIMITED BY SIZE
                     StatMovContable DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           OPEN EXTEND RecHistFile
           IF NOT RhIniciado AND NOT RhNoExiste
              STRING "ERROR ABRIENDO RECHIST.DAT STATUS "
                        DELIMITED BY SIZE
                     StatRecHist DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           OPEN EXTEND KardexFile
           IF NOT KxIniciado AND NOT KxNoExiste
              STRING "ERROR ABRIENDO KARDEX.DAT STATUS "
                        DELIMITED BY SIZE
                     StatKardex DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           OPEN I-O AsignacionesFile
           IF NOT AsIniciado AND NOT AsNoExiste
              STRING "ERROR ABRIENDO ASIGNAC.DAT STATUS "
                        DELIMITED BY SIZE
                     StatAsignaciones DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           OPEN EXTEND AlbRegFile
           IF NOT AbIniciado AND NOT AbNoExiste
              STRING "ERROR ABRIENDO ALBREG.DAT STATUS "
                        DELIMITED BY SIZE
                     StatAlbReg DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           MOVE WRunDate(1:4) TO WRunDateEdit(1:4)
           MOVE "-"              TO WRunDateEdit(5:1)
           MOVE WRunDate(5:2) TO WRunDateEdit(6:2)

           CLOSE RecepcionesFile, AlmacenesFile, ArticulosMaeFile,
                 PrecioHistFile, RegistroFile, RechazosFile,
                 PedidosProvFile, KardexFile, PendientesFile,
                 MovContableFile, RecHistFile, AsignacionesFile,
                 AlbRegFile.

           PERFORM 8800-ANOTA-EJECUCION

              UPON CONSOLE.
           DISPLAY "RECEPCN PEDIDOS CERRADOS    " WPedCerrados
              UPON CONSOLE.
           DISPLAY "RECEPCN PENDIENTES SERVIDOS " WPendServidos
              UPON CONSOLE.
           DISPLAY "RECEPCN ALBARANES EMITIDOS  " WAlbaranesEmitidos
              UPON CONSOLE.
           STOP RUN.

       9000-ABEND-RUTINA.
                    END-STRING
                    PERFORM 9000-ABEND-RUTINA
                 END-IF
      * Una anulacion posterior del mismo paso (restauracion de su
      * copia de seguridad) lo deja otra vez como no ejecutado.
                 IF RlFecha = WRunDate AND
                    RlPrograma = "ARTMANT "
                    IF RlReversion
                       MOVE 'N' TO WPredecesorOk
                    ELSE
                       IF RlRetorno <= 04
                          SET PredecesorOk TO TRUE
                       END-IF
                    END-IF
                 END-IF
                 READ RunLedgerFile
                 AT END SET EndOfRunLedger TO TRUE
              END-IF
           END-IF.

      * Reclama en RESPGEN.DAT la copia de seguridad que RESPALDO
      * tomo hoy para este paso (la ultima, si hay varias) y la deja
      * en uso: solo las copias en uso se pueden devolver con
      * RESTAURA. Sin copia el paso no arranca; FORZAR=S lo permite
      * con aviso por consola y anota generacion cero en RUNLEDG.DAT.
       0600-RECLAMA-RESPALDO.
           ACCEPT WParamForzar FROM ENVIRONMENT "FORZAR"
           MOVE ZEROS TO WGeneracion
           OPEN I-O RespGenFile
           IF NOT GnIniciado AND NOT GnNoExiste
              STRING "ERROR ABRIENDO RESPGEN.DAT STATUS "
                        DELIMITED BY SIZE
                     StatRespGen DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           MOVE ZEROS TO GnGeneracion
           START RespGenFile KEY IS NOT LESS GnGeneracion
           INVALID KEY
              SET EndOfRespGen TO TRUE
           END-START
           PERFORM UNTIL EndOfRespGen
              READ RespGenFile NEXT RECORD
              AT END
                 SET EndOfRespGen TO TRUE
              NOT AT END
                 IF GnPrograma = "RECEPCN" AND GnFecha = WRunDate
                    AND GnTomada
                    MOVE GnGeneracion TO WGeneracion
                 END-IF
              END-READ
              IF StatRespGen NOT = "00" AND StatRespGen NOT = "10"
                 STRING "ERROR LEYENDO RESPGEN.DAT STATUS "
                           DELIMITED BY SIZE
                        StatRespGen DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-PERFORM
           IF WGeneracion > ZEROS
              MOVE WGeneracion TO GnGeneracion
              READ RespGenFile
              INVALID KEY
                 STRING "GENERACION DESAPARECIDA EN RESPGEN.DAT "
                           DELIMITED BY SIZE
                        StatRespGen DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-READ
              SET GnEnUso TO TRUE
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
           END-IF
           CLOSE RespGenFile
           IF WGeneracion = ZEROS
              IF ForzarEjecucion
                 DISPLAY "RECEPCN AVISO SIN COPIA DE SEGURIDAD, "
                    "ANULADO POR FORZAR" UPON CONSOLE
              ELSE
                 MOVE "FALTA COPIA DE SEGURIDAD DEL PASO (RESPALDO)"
                    TO WAbendMsg
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           ELSE
              DISPLAY "RECEPCN COPIA DE SEGURIDAD EN USO  " WGeneracion
                 UPON CONSOLE
           END-IF.

      * Ultimo numero de albaran usado, del numerador ALBNUM.DAT que
      * comparte con STOCKPST.
       0700-LEE-NUMERADOR-ALBARAN.
           OPEN INPUT AlbNumFile
           IF AnIniciado
              READ AlbNumFile
              AT END SET EndOfAlbNum TO TRUE
              END-READ
              IF StatAlbNum = "00"
                 MOVE NumUltimoAlbaran TO WNumAlbaran
              END-IF
              CLOSE AlbNumFile
           ELSE
              IF AnNoExiste
                 CLOSE AlbNumFile
              ELSE
                 STRING "ERROR ABRIENDO ALBNUM.DAT STATUS "
                           DELIMITED BY SIZE
                        StatAlbNum DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-IF.

      * Anota en RUNLEDG.DAT el final limpio con sus contadores; un
      * abend no deja registro y el siguiente de la cadena no
      * arranca.
           MOVE WRecLeidas TO RlLeidos
           MOVE WRecAplicadas TO RlAplicados
           MOVE WRecRechazadas TO RlRechazados
           MOVE WGeneracion TO RlGeneracion
           MOVE SPACE TO RlTipo
           WRITE RunLedgerRecord
           IF StatRunLedger NOT = "00"
              STRING "ERROR ESCRIBIENDO RUNLEDG.DAT STATUS "
           END-IF

           IF FilaNueva
              MOVE ZEROS TO KxStockAntes
              MOVE RcArtID TO ArtAlID
              MOVE RcCodAlmacen TO CodAlmacen
              MOVE RcCoste TO Precio
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           ELSE
              MOVE StockActual TO KxStockAntes
              ADD RcCant TO StockActual
              MOVE RcCoste TO Precio
              REWRITE AlmacenesDetails
           END-IF

           PERFORM 4100-ANOTA-PRECIO
           PERFORM 4150-ANOTA-KARDEX
           PERFORM 4160-ANOTA-CONTABLE

           MOVE RcArtID TO WRgArtID
           MOVE RcCodAlmacen TO WRgCodAlmacen
           WRITE RegistroLine FROM LineaRegistro
              BEFORE ADVANCING 1 LINES

           PERFORM 4400-SIRVE-PENDIENTES
           PERFORM 4200-ACUMULA-ALMACEN
           PERFORM 4300-CASA-PEDIDO
           PERFORM 4360-ANOTA-HISTORICO
           ADD 1 TO WRecAplicadas.

       4100-ANOTA-PRECIO.
              PERFORM 9000-ABEND-RUTINA
           END-IF.

      * Deja en el diario de movimientos KARDEX.DAT la entrada
      * recibida, con el stock anterior y posterior del almacen.
       4150-ANOTA-KARDEX.
           MOVE RcArtID TO KxArtID
           MOVE RcCodAlmacen TO KxCodAlmacen
           MOVE "R" TO KxTipo
           MOVE "+" TO KxSigno
           MOVE RcCant TO KxCantidad
           COMPUTE KxStockDespues = KxStockAntes + RcCant
           MOVE SPACES TO KxReferencia
           STRING "RECEPCION " DELIMITED BY SIZE
                  RcFecha DELIMITED BY SIZE
                  INTO KxReferencia
           END-STRING
           PERFORM 4190-ESCRIBE-KARDEX.

      * Deja en CONTAMOV.DAT el valor de la entrada a su coste, con
      * la categoria del articulo, para el diario de contabilidad.
       4160-ANOTA-CONTABLE.
           MOVE "RE" TO CmTipo
           MOVE WRunDate TO CmFecha
           MOVE Categoria TO CmCategoria
           COMPUTE CmImporte = RcCant * RcCoste
           MOVE "RECEPCN " TO CmPrograma
           MOVE SPACES TO CmReferencia
           STRING "RECEPCION " DELIMITED BY SIZE
                  RcArtID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RcFecha DELIMITED BY SIZE
                  INTO CmReferencia
           END-STRING
           WRITE MovContableDetails
           IF StatMovContable NOT = "00"
              STRING "ERROR ESCRIBIENDO CONTAMOV.DAT STATUS "
                        DELIMITED BY SIZE
                     StatMovContable DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF.

       4190-ESCRIBE-KARDEX.
           MOVE WRunDate TO KxFecha
           MOVE "RECEPCN " TO KxPrograma
           WRITE KardexDetails
           IF StatKardex NOT = "00"
              STRING "ERROR ESCRIBIENDO KARDEX.DAT STATUS "
                        DELIMITED BY SIZE
                     StatKardex DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF.

       4200-ACUMULA-ALMACEN.
           MOVE ZEROS TO WTotAlmSel
           PERFORM VARYING WIdx FROM 1 BY 1
      * almacen, asi que el stock queda sumado en todos los casos.
       4300-CASA-PEDIDO.
           MOVE 'N' TO WPedidoHallado
           MOVE ZEROS TO WNumPedidoCasado
           MOVE SPACES TO WProvCasado
           MOVE 'N' TO WFinPedidos
           MOVE RcArtID TO PoArtID
           MOVE RcCodAlmacen TO PoCodAlmacen

       4350-ACTUALIZA-PEDIDO.
           MOVE PoNumPedido TO WNumPedidoCasado
           MOVE PoProveedor TO WProvCasado
           ADD RcCant TO PoCantRecibida
           IF PoCantRecibida >= PoCantPedida
              MOVE "C" TO PoEstado
              PERFORM 9000-ABEND-RUTINA
           END-IF.

      * Deja en RECHIST.DAT la entrada con el coste recibido y, si se
      * ha casado con un pedido, el pedido y su proveedor (a ceros y
      * en blanco las entradas sin pedido).
       4360-ANOTA-HISTORICO.
           MOVE WNumPedidoCasado TO RhNumPedido
           MOVE RcArtID TO RhArtID
           MOVE RcCodAlmacen TO RhCodAlmacen
           MOVE WProvCasado TO RhProveedor
           MOVE RcFecha TO RhFecha
           MOVE RcCant TO RhCant
           MOVE RcCoste TO RhCoste
           WRITE RecHistDetails
           IF StatRecHist NOT = "00"
              STRING "ERROR ESCRIBIENDO RECHIST.DAT STATUS "
                        DELIMITED BY SIZE
                     StatRecHist DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF.

      * Sirve los pendientes abiertos del articulo en PENDIENT.DAT,
      * del de compra mas antigua al mas reciente, con el stock que
      * acaba de entrar en el almacen: solo lo que sobre despues queda
      * como stock libre.
       4400-SIRVE-PENDIENTES.
           MOVE 'N' TO WFinPendientes
           MOVE RcArtID TO PeArtID
           MOVE ZEROS TO PeFechaCompra
           MOVE LOW-VALUES TO PeUserId
           START PendientesFile KEY IS NOT LESS PendientesKey
           INVALID KEY
              SET FinPendientesGrupo TO TRUE
           END-START

           PERFORM UNTIL FinPendientesGrupo
              READ PendientesFile NEXT RECORD
              AT END
                 SET FinPendientesGrupo TO TRUE
              NOT AT END
                 IF PeArtID NOT = RcArtID
                    SET FinPendientesGrupo TO TRUE
                 ELSE
                    IF PeEstado = "A" AND PeCantPendiente > 0
                       PERFORM 4450-SIRVE-PENDIENTE
                    END-IF
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
           END-PERFORM.

      * Sirve un pendiente hasta donde llegue el stock del almacen:
      * descuenta el stock, lo anota en el diario como venta y deja
      * el pendiente servido o con lo que aun falte. Agotado el stock
      * termina el recorrido. Lo servido sale en albaran (4460).
       4450-SIRVE-PENDIENTE.
           MOVE RcArtID TO ArtAlID
           MOVE RcCodAlmacen TO CodAlmacen
           READ AlmacenesFile
           INVALID KEY
              STRING "ALMACEN DESAPARECIDO EN ALM.DAT STATUS "
                        DELIMITED BY SIZE
                     StatAlmacenes DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-READ
           IF StockActual = 0
              SET FinPendientesGrupo TO TRUE
           ELSE
              IF StockActual < PeCantPendiente
                 MOVE StockActual TO WCantServida
              ELSE
                 MOVE PeCantPendiente TO WCantServida
              END-IF
              MOVE StockActual TO KxStockAntes
              SUBTRACT WCantServida FROM StockActual
              REWRITE AlmacenesDetails
              IF StatAlmacenes NOT = "00"
                 STRING "ERROR REESCRIBIENDO ALM.DAT STATUS "
                           DELIMITED BY SIZE
                        StatAlmacenes DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
              IF KxStockAntes = WCantServida
                 SET FinPendientesGrupo TO TRUE
              END-IF

              MOVE RcArtID TO KxArtID
              MOVE RcCodAlmacen TO KxCodAlmacen
              MOVE "V" TO KxTipo
              MOVE "-" TO KxSigno
              MOVE WCantServida TO KxCantidad
              COMPUTE KxStockDespues = KxStockAntes - WCantServida
              MOVE SPACES TO KxReferencia
              STRING "PENDIENTE " DELIMITED BY SIZE
                     PeUserId DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     PeFechaCompra DELIMITED BY SIZE
                     INTO KxReferencia
              END-STRING
              PERFORM 4190-ESCRIBE-KARDEX

              SUBTRACT WCantServida FROM PeCantPendiente
              IF PeCantPendiente = 0
                 MOVE "S" TO PeEstado
                 MOVE WRunDate TO PeFechaServido
              END-IF
              REWRITE PendientesDetails
              IF StatPendientes NOT = "00" AND
                 StatPendientes NOT = "02"
                 STRING "ERROR REESCRIBIENDO PENDIENT.DAT STATUS "
                           DELIMITED BY SIZE
                        StatPendientes DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
              PERFORM 4460-ANOTA-ALBARAN

              MOVE SPACES TO RegistroLine
              STRING "  PENDIENTE SERVIDO USUARIO " DELIMITED BY SIZE
                     PeUserId DELIMITED BY SIZE
                     " COMPRA " DELIMITED BY SIZE
                     PeFechaCompra DELIMITED BY SIZE
                     " CANTIDAD " DELIMITED BY SIZE
                     WCantServida DELIMITED BY SIZE
                     " ALB " DELIMITED BY SIZE
                     WNumAlbaran DELIMITED BY SIZE
                     INTO RegistroLine
              END-STRING
              WRITE RegistroLine BEFORE ADVANCING 1 LINES
              ADD 1 TO WPendServidos
           END-IF.

      * Cada pendiente servido sale en su propio albaran: se numera,
      * se guarda en ASIGNAC.DAT con origen P para la lista de
      * preparacion y la factura, y se anota en ALBREG.DAT.
       4460-ANOTA-ALBARAN.
           ADD 1 TO WNumAlbaran
           PERFORM 4470-GRABA-NUMERADOR-ALBARAN
           MOVE PeUserId TO AsUserId
           MOVE RcArtID TO AsArtID
           MOVE PeFechaCompra TO AsFechaCompra
           MOVE RcCodAlmacen TO AsCodAlmacen
           MOVE WNumAlbaran TO AsNumAlbaran
           MOVE WCantServida TO AsCant
           MOVE WRunDate TO AsFechaPost
           SET AsServicioPendiente TO TRUE
           MOVE ZEROS TO AsNumFactura
           WRITE AsignacionDetails
           INVALID KEY
              STRING "ALBARAN YA USADO EN ASIGNAC.DAT "
                        DELIMITED BY SIZE
                     WNumAlbaran DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-WRITE
           IF StatAsignaciones NOT = "00"
              STRING "ERROR ESCRIBIENDO ASIGNAC.DAT STATUS "
                        DELIMITED BY SIZE
                     StatAsignaciones DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           MOVE WNumAlbaran TO AbNumAlbaran
           MOVE WRunDate TO AbFecha
           MOVE PeUserId TO AbUserId
           MOVE RcCodAlmacen TO AbCodAlmacen
           MOVE 1 TO AbLineas
           MOVE WCantServida TO AbUnidades
           WRITE AlbRegRecord
           IF StatAlbReg NOT = "00"
              STRING "ERROR ESCRIBIENDO ALBREG.DAT STATUS "
                        DELIMITED BY SIZE
                     StatAlbReg DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           ADD 1 TO WAlbaranesEmitidos.

      * Como en STOCKPST, el numerador se persiste numero a numero
      * antes de usarlo.
       4470-GRABA-NUMERADOR-ALBARAN.
           OPEN OUTPUT AlbNumFile
           IF NOT AnIniciado AND NOT AnNoExiste
              STRING "ERROR ABRIENDO ALBNUM.DAT STATUS "
                        DELIMITED BY SIZE
                     StatAlbNum DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           MOVE WNumAlbaran TO NumUltimoAlbaran
           WRITE AlbNumRecord
           CLOSE AlbNumFile.

       5000-ESCRIBE-RECHAZO.
           MOVE SPACES TO RechazoLine
           STRING "RECEPCION RECHAZADA ARTICULO " DELIMITED BY SIZE
