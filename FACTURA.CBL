                  RECORD KEY IS PrecioHistKey
                  FILE STATUS IS StatPrecioHist.

           SELECT OPTIONAL AsignacionesFile ASSIGN TO "ASIGNAC.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AsignacionKey
                  FILE STATUS IS StatAsignaciones.

           SELECT OPTIONAL PendientesFile ASSIGN TO "PENDIENT.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PendientesKey
                  ALTERNATE RECORD KEY IS PeUserId WITH DUPLICATES
                  FILE STATUS IS StatPendientes.

           SELECT FacturasFile ASSIGN TO "FACTURAS.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatFacturas.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatRunLedger.

           SELECT OPTIONAL RespGenFile ASSIGN TO "RESPGEN.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GnGeneracion
                  FILE STATUS IS StatRespGen.

       DATA DIVISION.
       FILE SECTION.
       FD  UsuariosFile.
               03 Surname    PIC X(10).
           02  Direccion     PIC X(15).
           02  Telefono      PIC 9(9).
           02  LimiteCredito PIC 9(7)V99.
           02  BloqueoCredito PIC X(1).

       FD  ArticulosFile.
       01  ArticulosDetails.
              03 PhFechaEfectiva PIC 9(8).
           02 PhPrecio           PIC 9(4)V99.

      * Reparto entre almacenes que hizo STOCKPST de cada linea de
      * compra, con el albaran que la llevo, y las servidas despues de
      * pendientes (origen P) con el suyo.
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

      * Lineas de compra que STOCKPST dejo pendientes de servir.
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

       FD  FacturasFile.
       01  FacturaLine          PIC X(80).

           02 RlLeidos     PIC 9(7).
           02 RlAplicados  PIC 9(7).
           02 RlRechazados PIC 9(7).
      * Copia de seguridad tomada antes del paso (cero si no la hubo)
      * y tipo de anotacion: R es la anulacion que deja RESTAURA al
      * devolver los ficheros a esa copia.
           02 RlGeneracion PIC 9(7).
           02 RlTipo       PIC X(1).
              88 RlReversion VALUE "R".

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

           02 FILLER PIC X(21) VALUE "Descripcion          ".
           02 FILLER PIC X(6)  VALUE "Cant  ".
           02 FILLER PIC X(9)  VALUE "Precio   ".
           02 FILLER PIC X(15) VALUE "        Importe".
           02 FILLER PIC X(9)  VALUE "  Albaran".

       01 LineaDetalle.
           02 WFcDescripcion PIC X(20).
           02 WFcPrecio      PIC ZZZ9.99.
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WFcImporte     PIC ZZZZZZZZZ9.99.
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WFcAlbaran     PIC X(7).

       01 LineaBase.
           02 FILLER         PIC X(15) VALUE "BASE IMPONIBLE ".
           88 NmTerminado VALUE '10'.
           88 NmNoExiste VALUE '05'.

       01 StatAsignaciones PIC X(02) VALUE SPACES.
           88 AsIniciado VALUE '00'.
           88 AsNoExiste VALUE '05'.

       01 StatPendientes PIC X(02) VALUE SPACES.
           88 PeIniciado VALUE '00'.
           88 PeNoExiste VALUE '05'.

       01 WSearchArtID PIC X(7).

       01 WFinAlmacenes PIC X VALUE 'N'.
       01 WEndDate        PIC 9(8) VALUE 99999999.

       01 WPrecioVigente PIC 9(4)V99 VALUE ZEROS.
       01 WFechaPrecio   PIC 9(8) VALUE ZEROS.

       01 WAlmTabla.
           02 WAlmEntrada OCCURS 20 TIMES.
              03 WAlmTabPrecio PIC 9(4)V99.
              03 WAlmTabStock  PIC 9(5).
              03 WAlmTabAsig   PIC 9(5).
              03 WAlmTabAlbaran PIC 9(7).
       01 WAlmUsados PIC 9(2) VALUE ZEROS.

       01 WAlmSwap.
           02 WAlmSwapPrecio PIC 9(4)V99.
           02 WAlmSwapStock  PIC 9(5).
           02 WAlmSwapAsig   PIC 9(5).
           02 WAlmSwapAlbaran PIC 9(7).

       01 WFinAsignaciones PIC X VALUE 'N'.
           88 FinAsignacionesGrupo VALUE 'Y'.

       01 WLineaAsignada PIC X VALUE 'N'.
           88 LineaAsignada VALUE 'Y'.
       01 WAsignacionSel PIC 9(2) VALUE ZEROS.
       01 WCompraPendiente PIC X VALUE 'N'.
           88 CompraConPendiente VALUE 'Y'.

       01 WKdx PIC 9(2) VALUE ZEROS.
       01 WLdx PIC 9(2) VALUE ZEROS.
       01 WTotalFactura  PIC 9(13)V99 VALUE ZEROS.

       01 WFacturasEmitidas PIC 9(5) VALUE ZEROS.
       01 WServidosFacturados PIC 9(5) VALUE ZEROS.
       01 WUsuariosLeidos   PIC 9(7) VALUE ZEROS.

       01 StatRunLedger PIC X(02) VALUE SPACES.
       01 WParamForzar PIC X(1) VALUE SPACES.
           88 ForzarEjecucion VALUE "S".

       01 StatRespGen PIC X(02) VALUE SPACES.
           88 GnIniciado VALUE '00'.
           88 GnNoExiste VALUE '05'.

       01 WGeneracion PIC 9(7) VALUE ZEROS.

       01 WAbendMsg PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
           END-IF

           PERFORM 0500-COMPRUEBA-PRECEDENTE
           PERFORM 0600-RECLAMA-RESPALDO

           PERFORM 1000-LEE-NUMERADOR

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

           OPEN INPUT PendientesFile
           IF NOT PeIniciado AND NOT PeNoExiste
              STRING "ERROR ABRIENDO PENDIENT.DAT STATUS "
                        DELIMITED BY SIZE
                     StatPendientes DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           OPEN OUTPUT FacturasFile
           IF NOT FcIniciado
              STRING "ERROR ABRIENDO FACTURAS.RPT STATUS "

           CLOSE UsuariosFile, ArticulosFile, AlmacenesFile,
                 ArticulosMaeFile, PrecioHistFile, FacturasFile,
                 RegistroFile, AsignacionesFile, PendientesFile.

           PERFORM 8800-ANOTA-EJECUCION

           DISPLAY "FACTURA FACTURAS EMITIDAS " WFacturasEmitidas
              UPON CONSOLE.
           DISPLAY "FACTURA PENDIENTES SERVIDOS FACTURADOS "
              WServidosFacturados UPON CONSOLE.
           STOP RUN.

       9000-ABEND-RUTINA.
                    END-STRING
                    PERFORM 9000-ABEND-RUTINA
                 END-IF
      * Una anulacion posterior del mismo paso (restauracion de su
      * copia de seguridad) lo deja otra vez como no ejecutado.
                 IF RlFecha = WRunDate AND
                    RlPrograma = "STOCKPST"
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
                 IF GnPrograma = "FACTURA" AND GnFecha = WRunDate
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
                 DISPLAY "FACTURA AVISO SIN COPIA DE SEGURIDAD, "
                    "ANULADO POR FORZAR" UPON CONSOLE
              ELSE
                 MOVE "FALTA COPIA DE SEGURIDAD DEL PASO (RESPALDO)"
                    TO WAbendMsg
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           ELSE
              DISPLAY "FACTURA COPIA DE SEGURIDAD EN USO  " WGeneracion
                 UPON CONSOLE
           END-IF.

      * Anota en RUNLEDG.DAT el final limpio con sus contadores; un
      * abend no deja registro y el siguiente de la cadena no
      * arranca.
           MOVE WUsuariosLeidos TO RlLeidos
           MOVE WFacturasEmitidas TO RlAplicados
           MOVE ZEROS TO RlRechazados
           MOVE WGeneracion TO RlGeneracion
           MOVE SPACE TO RlTipo
           WRITE RunLedgerRecord
           IF StatRunLedger NOT = "00"
              STRING "ERROR ESCRIBIENDO RUNLEDG.DAT STATUS "
              END-IF
           END-IF.

      * Recorre las compras del usuario en la ventana de fechas y
      * factura lo servido: el reparto que STOCKPST dejo en ASIGNAC.DAT
      * o, para compras antiguas sin reparto ni pendiente, la misma
      * regla de aprovisionamiento del informe (almacen mas barato con
      * stock, reparto si hace falta). Despues factura los pendientes
      * servidos mas tarde que aun no tengan factura, sea cual sea la
      * fecha de la compra.
       2000-FACTURA-USUARIO.
           MOVE 'N' TO WFacturaAbierta
           MOVE ZEROS TO WBaseFactura
              END-PERFORM
           END-START

           PERFORM 3800-FACTURA-SERVIDOS

           IF FacturaAbierta
              PERFORM 5000-CIERRA-FACTURA
           END-IF.
                    SET FinAlmacenesGrupo TO TRUE
                 ELSE
                    IF WAlmUsados < 20
                       MOVE FechaCompra TO WFechaPrecio
                       PERFORM 3500-BUSCA-PRECIO-VIGENTE
                       ADD 1 TO WAlmUsados
                       MOVE CodAlmacen TO WAlmTabCod(WAlmUsados)
                          TO WAlmTabPrecio(WAlmUsados)
                       MOVE StockActual TO WAlmTabStock(WAlmUsados)
                       MOVE ZEROS TO WAlmTabAsig(WAlmUsados)
                       MOVE ZEROS TO WAlmTabAlbaran(WAlmUsados)
                    ELSE
                       IF NOT AvisoAlmacenDado
                          DISPLAY "FACTURA AVISO TABLA DE ALMACENES "
           END-PERFORM

           IF WAlmUsados > 0
              PERFORM 3550-BUSCA-ASIGNACION
              IF NOT LineaAsignada
                 PERFORM 3560-BUSCA-PENDIENTE
                 IF NOT CompraConPendiente
                    PERFORM 3600-ELIGE-ALMACENES
                 END-IF
              END-IF
              PERFORM 3700-ESCRIBE-LINEAS-FACTURA
           END-IF.

      * Carga en la tabla de almacenes lo que STOCKPST saco de cada
      * uno para esta compra y el albaran que lo llevo. Lo servido
      * despues de pendiente (origen P) se factura aparte.
       3550-BUSCA-ASIGNACION.
           MOVE 'N' TO WLineaAsignada
           IF AsIniciado
              MOVE 'N' TO WFinAsignaciones
              MOVE UserId TO AsUserId
              MOVE WSearchArtID TO AsArtID
              MOVE FechaCompra TO AsFechaCompra
              MOVE LOW-VALUES TO AsCodAlmacen
              MOVE ZEROS TO AsNumAlbaran
              START AsignacionesFile KEY IS NOT LESS AsignacionKey
              INVALID KEY
                 SET FinAsignacionesGrupo TO TRUE
              END-START

              PERFORM UNTIL FinAsignacionesGrupo
                 READ AsignacionesFile NEXT RECORD
                 AT END
                    SET FinAsignacionesGrupo TO TRUE
                 NOT AT END
                    IF AsUserId NOT = UserId OR
                       AsArtID NOT = WSearchArtID OR
                       AsFechaCompra NOT = FechaCompra
                       SET FinAsignacionesGrupo TO TRUE
                    ELSE
                       IF NOT AsServicioPendiente
                          PERFORM 3555-CARGA-ASIGNACION
                       END-IF
                    END-IF
                 END-READ
                 IF StatAsignaciones NOT = "00" AND
                    StatAsignaciones NOT = "10"
                    STRING "ERROR LEYENDO ASIGNAC.DAT STATUS "
                              DELIMITED BY SIZE
                           StatAsignaciones DELIMITED BY SIZE
                           INTO WAbendMsg
                    END-STRING
                    PERFORM 9000-ABEND-RUTINA
                 END-IF
              END-PERFORM
           END-IF.

       3555-CARGA-ASIGNACION.
           SET LineaAsignada TO TRUE
           MOVE ZEROS TO WAsignacionSel
           PERFORM VARYING WKdx FROM 1 BY 1 UNTIL WKdx > WAlmUsados
              IF WAlmTabCod(WKdx) = AsCodAlmacen AND
                 WAsignacionSel = 0
                 MOVE WKdx TO WAsignacionSel
              END-IF
           END-PERFORM
           IF WAsignacionSel > 0
              ADD AsCant TO WAlmTabAsig(WAsignacionSel)
              MOVE AsNumAlbaran TO WAlmTabAlbaran(WAsignacionSel)
           ELSE
              DISPLAY "FACTURA AVISO ALMACEN " AsCodAlmacen
                 " DEL ALBARAN " AsNumAlbaran
                 " NO ESTA EN ALM.DAT ARTICULO "
                 WSearchArtID " NO SE FACTURA"
                 UPON CONSOLE
           END-IF.

      * Una compra sin reparto pero con fila en PENDIENT.DAT paso por
      * STOCKPST y se quedo entera sin stock: no salio nada y no se
      * factura hasta que se sirva.
       3560-BUSCA-PENDIENTE.
           MOVE 'N' TO WCompraPendiente
           IF PeIniciado
              MOVE WSearchArtID TO PeArtID
              MOVE FechaCompra TO PeFechaCompra
              MOVE UserId TO PeUserId
              READ PendientesFile KEY IS PendientesKey
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET CompraConPendiente TO TRUE
              END-READ
              IF StatPendientes NOT = "00" AND
                 StatPendientes NOT = "02" AND
                 StatPendientes NOT = "23"
                 STRING "ERROR LEYENDO PENDIENT.DAT STATUS "
                           DELIMITED BY SIZE
                        StatPendientes DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-IF.

       3500-BUSCA-PRECIO-VIGENTE.
           MOVE Precio TO WPrecioVigente
           MOVE ArtAlID TO ArtPhID
                    PhCodAlmacen NOT = CodAlmacen
                    SET FinPreciosGrupo TO TRUE
                 ELSE
                    IF PhFechaEfectiva <= WFechaPrecio
                       MOVE PhPrecio TO WPrecioVigente
                    ELSE
                       SET FinPreciosGrupo TO TRUE
                 MOVE WAlmTabAsig(WKdx) TO WFcCant
                 MOVE WAlmTabPrecio(WKdx) TO WFcPrecio
                 MOVE WImporteFila TO WFcImporte
                 IF WAlmTabAlbaran(WKdx) > 0
                    MOVE WAlmTabAlbaran(WKdx) TO WFcAlbaran
                 ELSE
                    MOVE SPACES TO WFcAlbaran
                 END-IF
                 WRITE FacturaLine FROM LineaDetalle
                    BEFORE ADVANCING 1 LINES
                 ADD WImporteFila TO WBaseFactura
              END-IF
           END-PERFORM.

      * Pendientes del usuario servidos despues por RECEPCN o TRASLADO
      * (origen P) y aun sin factura: cada uno va en su linea con su
      * albaran, al precio vigente en la fecha de la compra, y queda
      * marcado con el numero de la factura que lo cobra.
       3800-FACTURA-SERVIDOS.
           IF AsIniciado
              MOVE 'N' TO WFinAsignaciones
              MOVE UserId TO AsUserId
              MOVE LOW-VALUES TO AsArtID
              MOVE ZEROS TO AsFechaCompra
              MOVE LOW-VALUES TO AsCodAlmacen
              MOVE ZEROS TO AsNumAlbaran
              START AsignacionesFile KEY IS NOT LESS AsignacionKey
              INVALID KEY
                 SET FinAsignacionesGrupo TO TRUE
              END-START

              PERFORM UNTIL FinAsignacionesGrupo
                 READ AsignacionesFile NEXT RECORD
                 AT END
                    SET FinAsignacionesGrupo TO TRUE
                 NOT AT END
                    IF AsUserId NOT = UserId
                       SET FinAsignacionesGrupo TO TRUE
                    ELSE
                       IF AsServicioPendiente AND AsNumFactura = 0
                          PERFORM 3850-FACTURA-SERVIDO
                       END-IF
                    END-IF
                 END-READ
                 IF StatAsignaciones NOT = "00" AND
                    StatAsignaciones NOT = "10"
                    STRING "ERROR LEYENDO ASIGNAC.DAT STATUS "
                              DELIMITED BY SIZE
                           StatAsignaciones DELIMITED BY SIZE
                           INTO WAbendMsg
                    END-STRING
                    PERFORM 9000-ABEND-RUTINA
                 END-IF
              END-PERFORM
           END-IF.

       3850-FACTURA-SERVIDO.
           MOVE AsArtID TO ArtAlID
           MOVE AsCodAlmacen TO CodAlmacen
           READ AlmacenesFile KEY IS AlmacenesKey
           INVALID KEY
              DISPLAY "FACTURA AVISO ALMACEN " AsCodAlmacen
                 " DEL ALBARAN " AsNumAlbaran
                 " NO ESTA EN ALM.DAT ARTICULO "
                 AsArtID " NO SE FACTURA"
                 UPON CONSOLE
           NOT INVALID KEY
              IF AsArtID IS NUMERIC
                 MOVE AsArtID TO ArtMaeID
                 READ ArticulosMaeFile KEY IS ArtMaeID
                 INVALID KEY
                    MOVE "SIN DESCRIPCION" TO Descripcion
                 END-READ
                 IF StatArticulosMae NOT = "00" AND
                    StatArticulosMae NOT = "23"
                    STRING "ERROR LEYENDO ARTMAE.DAT STATUS "
                              DELIMITED BY SIZE
                           StatArticulosMae DELIMITED BY SIZE
                           INTO WAbendMsg
                    END-STRING
                    PERFORM 9000-ABEND-RUTINA
                 END-IF
              ELSE
                 MOVE "SIN DESCRIPCION" TO Descripcion
              END-IF

              MOVE AsFechaCompra TO WFechaPrecio
              PERFORM 3500-BUSCA-PRECIO-VIGENTE
              IF NOT FacturaAbierta
                 PERFORM 4000-ABRE-FACTURA
              END-IF
              COMPUTE WImporteFila ROUNDED = AsCant * WPrecioVigente
              MOVE Descripcion TO WFcDescripcion
              MOVE AsCant TO WFcCant
              MOVE WPrecioVigente TO WFcPrecio
              MOVE WImporteFila TO WFcImporte
              MOVE AsNumAlbaran TO WFcAlbaran
              WRITE FacturaLine FROM LineaDetalle
                 BEFORE ADVANCING 1 LINES
              ADD WImporteFila TO WBaseFactura

              MOVE WNumFactura TO AsNumFactura
              REWRITE AsignacionDetails
              IF StatAsignaciones NOT = "00"
                 STRING "ERROR REESCRIBIENDO ASIGNAC.DAT STATUS "
                           DELIMITED BY SIZE
                        StatAsignaciones DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
              ADD 1 TO WServidosFacturados
           END-READ
           IF StatAlmacenes NOT = "00" AND StatAlmacenes NOT = "23"
              STRING "ERROR LEYENDO ALM.DAT STATUS "
                        DELIMITED BY SIZE
                     StatAlmacenes DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF.

       4000-ABRE-FACTURA.
           ADD 1 TO WNumFactura
           SET FacturaAbierta TO TRUE
