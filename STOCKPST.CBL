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
       FD  ArticulosFile.
           02 RlLeidos     PIC 9(7).
           02 RlAplicados  PIC 9(7).
           02 RlRechazados PIC 9(7).
      * Copia de seguridad tomada antes del paso (cero si no la hubo)
      * y tipo de anotacion: R es la anulacion que deja RESTAURA al
      * devolver los ficheros a esa copia.
           02 RlGeneracion PIC 9(7).
           02 RlTipo       PIC X(1).
              88 RlReversion VALUE "R".

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

      * Reparto de cada linea de compra entre almacenes tal como se
      * descuenta, con el albaran que la lleva: de aqui salen las
      * listas de preparacion y los albaranes, y FACTURA factura lo
      * que de verdad salio de cada almacen. Los pendientes que se
      * sirven despues (RECEPCN, TRASLADO) entran con origen P y con
      * su propio albaran; FACTURA les anota la factura que los cobra.
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

      * Registro de albaranes: uno por cliente y almacen de salida en
      * cada ejecucion.
       FD  AlbRegFile.
       01  AlbRegRecord.
           02 AbNumAlbaran  PIC 9(7).
           02 AbFecha       PIC 9(8).
           02 AbUserId      PIC X(8).
           02 AbCodAlmacen  PIC X(5).
           02 AbLineas      PIC 9(5).
           02 AbUnidades    PIC 9(7).

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

           88 PnTerminado VALUE '10'.
           88 PnNoExiste VALUE '05'.

       01 StatKardex PIC X(02) VALUE SPACES.
           88 KxIniciado VALUE '00'.
           88 KxNoExiste VALUE '05'.

       01 StatPendientes PIC X(02) VALUE SPACES.
           88 PeIniciado VALUE '00'.
           88 PeNoExiste VALUE '05'.
           88 PeTerminado VALUE '10'.

       01 StatAsignaciones PIC X(02) VALUE SPACES.
           88 AsIniciado VALUE '00'.
           88 AsNoExiste VALUE '05'.

       01 StatAlbNum PIC X(02) VALUE SPACES.
           88 AnIniciado VALUE '00'.
           88 AnNoExiste VALUE '05'.

       01 StatAlbReg PIC X(02) VALUE SPACES.
           88 AbIniciado VALUE '00'.
           88 AbNoExiste VALUE '05'.

       01 WSearchArtID PIC X(7).

       01 WFinAlmacenes PIC X VALUE 'N'.
       01 WLineasRechazo   PIC 9(7) VALUE ZEROS.
       01 WLineasReorden   PIC 9(5) VALUE ZEROS.
       01 WPedidosCreados  PIC 9(5) VALUE ZEROS.
       01 WPendientesAlta  PIC 9(5) VALUE ZEROS.

       01 WPendDuplicado PIC X VALUE 'N'.
           88 PendienteDuplicado VALUE 'Y'.

      * Tabla de proveedores cargada de PROVMAE.DAT: cada proveedor
      * sirve una categoria del maestro de articulos y la linea de

       01 WNumPedido PIC 9(7) VALUE ZEROS.

      * Albaranes abiertos del usuario en curso, uno por almacen de
      * salida; se pasan a ALBREG.DAT al cambiar de usuario. ART.DAT
      * se lee por usuario, asi que cada cliente recibe un solo
      * albaran por almacen en cada ejecucion.
       01 WAlbUsuario PIC X(8) VALUE SPACES.
       01 WAlbTabla.
           02 WAlbEntrada OCCURS 50 TIMES.
              03 WAlbTabCod      PIC X(5).
              03 WAlbTabNumero   PIC 9(7).
              03 WAlbTabLineas   PIC 9(5).
              03 WAlbTabUnidades PIC 9(7).
       01 WAlbUsados PIC 9(2) VALUE ZEROS.
       01 WAlbSel    PIC 9(2) VALUE ZEROS.
       01 WAdx       PIC 9(2) VALUE ZEROS.
       01 WNumAlbaran PIC 9(7) VALUE ZEROS.
       01 WAlbaranesEmitidos PIC 9(5) VALUE ZEROS.

       01 WAsigDuplicada PIC X VALUE 'N'.
           88 AsignacionDuplicada VALUE 'Y'.
       01 WFinAsignaciones PIC X VALUE 'N'.
           88 FinAsignacionesGrupo VALUE 'Y'.

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
      * mismas lineas, asi que 1000-LEE-CONTROL aborta sin tocar
      * ALM.DAT.
           PERFORM 0500-COMPRUEBA-PRECEDENTE
           PERFORM 0600-RECLAMA-RESPALDO
           PERFORM 1000-LEE-CONTROL

           OPEN INPUT ArticulosFile
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

           OPEN I-O PendientesFile
           IF NOT PeIniciado AND NOT PeNoExiste
              STRING "ERROR ABRIENDO PENDIENT.DAT STATUS "
                        DELIMITED BY SIZE
                     StatPendientes DELIMITED BY SIZE
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

           PERFORM 1100-LEE-NUMERADOR
           PERFORM 1150-LEE-NUMERADOR-ALBARAN
           PERFORM 1200-CARGA-PROVEEDORES

      * La ventana se deja anotada en STKCTL.DAT ANTES de descontar
              END-IF

           END-PERFORM
           PERFORM 3300-CIERRA-ALBARANES

           PERFORM 4000-LISTADO-REORDEN

           CLOSE ArticulosFile, AlmacenesFile, ReordenFile,
                 RechazosFile, ArticulosMaeFile, ProveedoresFile,
                 PedidosProvFile, KardexFile, PendientesFile,
                 AsignacionesFile, AlbRegFile.

           PERFORM 8800-ANOTA-EJECUCION

              CONSOLE.
           DISPLAY "STOCKPST PEDIDOS CREADOS  " WPedidosCreados UPON
              CONSOLE.
           DISPLAY "STOCKPST PENDIENTES ALTA  " WPendientesAlta UPON
              CONSOLE.
           DISPLAY "STOCKPST ALBARANES        " WAlbaranesEmitidos UPON
              CONSOLE.
           STOP RUN.

       9000-ABEND-RUTINA.
                    END-STRING
                    PERFORM 9000-ABEND-RUTINA
                 END-IF
      * Una anulacion posterior del mismo paso (restauracion de su
      * copia de seguridad) lo deja otra vez como no ejecutado.
                 IF RlFecha = WRunDate AND
                    RlPrograma = "TESTCOBL"
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
                 IF GnPrograma = "STOCKPST" AND GnFecha = WRunDate
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
                 DISPLAY "STOCKPST AVISO SIN COPIA DE SEGURIDAD, "
                    "ANULADO POR FORZAR" UPON CONSOLE
              ELSE
                 MOVE "FALTA COPIA DE SEGURIDAD DEL PASO (RESPALDO)"
                    TO WAbendMsg
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           ELSE
              DISPLAY "STOCKPST COPIA DE SEGURIDAD EN USO  " WGeneracion
                 UPON CONSOLE
           END-IF.

      * Anota en RUNLEDG.DAT el final limpio con sus contadores; un
      * abend no deja registro y el siguiente de la cadena no
      * arranca.
           MOVE WLineasLeidas TO RlLeidos
           MOVE WLineasServidas TO RlAplicados
           MOVE WLineasRechazo TO RlRechazados
           MOVE WGeneracion TO RlGeneracion
           MOVE SPACE TO RlTipo
           WRITE RunLedgerRecord
           IF StatRunLedger NOT = "00"
              STRING "ERROR ESCRIBIENDO RUNLEDG.DAT STATUS "
              END-IF
           END-IF.

       1150-LEE-NUMERADOR-ALBARAN.
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

       1200-CARGA-PROVEEDORES.
           IF PvNoExiste
              CONTINUE
      * sin descontar y la linea queda marcada en el fichero de
      * rechazos.
       3000-APLICA-LINEA.
           IF UserArtID NOT = WAlbUsuario
              PERFORM 3300-CIERRA-ALBARANES
              MOVE UserArtID TO WAlbUsuario
           END-IF
           MOVE ArtID TO WSearchArtID
           MOVE WSearchArtID TO ArtAlID
           MOVE 'N' TO WFinAlmacenes
              END-STRING
              WRITE RechazoLine
              ADD 1 TO WLineasRechazo
              IF WCantPendiente > 0
                 PERFORM 3200-GRABA-PENDIENTE
              END-IF
           END-IF.

       3100-DESCUENTA-ALMACEN.
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-READ
           MOVE StockActual TO KxStockAntes
           SUBTRACT WAlmTabAsig(WKdx) FROM StockActual
           REWRITE AlmacenesDetails
           IF StatAlmacenes NOT = "00"
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           PERFORM 3150-ANOTA-KARDEX
           PERFORM 3170-ANOTA-ASIGNACION.

      * Deja en el diario de movimientos KARDEX.DAT la salida por
      * venta de la parte de la linea servida desde este almacen, con
      * el stock anterior y posterior y la compra como referencia.
       3150-ANOTA-KARDEX.
           MOVE WSearchArtID TO KxArtID
           MOVE WAlmTabCod(WKdx) TO KxCodAlmacen
           MOVE WRunDate TO KxFecha
           MOVE "V" TO KxTipo
           MOVE "-" TO KxSigno
           MOVE WAlmTabAsig(WKdx) TO KxCantidad
           COMPUTE KxStockDespues = KxStockAntes - WAlmTabAsig(WKdx)
           MOVE "STOCKPST" TO KxPrograma
           MOVE SPACES TO KxReferencia
           STRING "COMPRA " DELIMITED BY SIZE
                  UserArtID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FechaCompra DELIMITED BY SIZE
                  INTO KxReferencia
           END-STRING
           WRITE KardexDetails
           IF StatKardex NOT = "00"
              STRING "ERROR ESCRIBIENDO KARDEX.DAT STATUS "
                        DELIMITED BY SIZE
                     StatKardex DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF.

      * Guarda en ASIGNAC.DAT la parte de la linea que sale de este
      * almacen, en el albaran del usuario para ese almacen (que se
      * numera al primer uso). Con la tabla llena se cierran los
      * albaranes abiertos y el usuario sigue en albaranes nuevos.
      * Una asignacion de STOCKPST ya registrada para la misma compra
      * y almacen no se duplica y queda avisada; las de pendientes
      * servidos despues (origen P) no cuentan.
       3170-ANOTA-ASIGNACION.
           MOVE ZEROS TO WAlbSel
           PERFORM VARYING WAdx FROM 1 BY 1 UNTIL WAdx > WAlbUsados
              IF WAlbTabCod(WAdx) = WAlmTabCod(WKdx) AND WAlbSel = 0
                 MOVE WAdx TO WAlbSel
              END-IF
           END-PERFORM
           IF WAlbSel = 0
              IF WAlbUsados >= 50
                 PERFORM 3300-CIERRA-ALBARANES
              END-IF
              ADD 1 TO WAlbUsados
              MOVE WAlbUsados TO WAlbSel
              ADD 1 TO WNumAlbaran
              PERFORM 3180-GRABA-NUMERADOR-ALBARAN
              MOVE WAlmTabCod(WKdx) TO WAlbTabCod(WAlbSel)
              MOVE WNumAlbaran TO WAlbTabNumero(WAlbSel)
              MOVE ZEROS TO WAlbTabLineas(WAlbSel)
              MOVE ZEROS TO WAlbTabUnidades(WAlbSel)
           END-IF

           PERFORM 3175-BUSCA-ASIGNACION
           IF NOT AsignacionDuplicada
              MOVE UserArtID TO AsUserId
              MOVE WSearchArtID TO AsArtID
              MOVE FechaCompra TO AsFechaCompra
              MOVE WAlmTabCod(WKdx) TO AsCodAlmacen
              MOVE WAlbTabNumero(WAlbSel) TO AsNumAlbaran
              MOVE WAlmTabAsig(WKdx) TO AsCant
              MOVE WRunDate TO AsFechaPost
              MOVE SPACE TO AsOrigen
              MOVE ZEROS TO AsNumFactura
              WRITE AsignacionDetails
              INVALID KEY
                 SET AsignacionDuplicada TO TRUE
              END-WRITE
              IF StatAsignaciones NOT = "00" AND
                 StatAsignaciones NOT = "22"
                 STRING "ERROR ESCRIBIENDO ASIGNAC.DAT STATUS "
                           DELIMITED BY SIZE
                        StatAsignaciones DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-IF
           IF AsignacionDuplicada
              MOVE SPACES TO RechazoLine
              STRING "AVISO ASIGNACION YA REGISTRADA USUARIO "
                        DELIMITED BY SIZE
                     UserArtID DELIMITED BY SIZE
                     " ARTICULO " DELIMITED BY SIZE
                     ArtID DELIMITED BY SIZE
                     " FECHA " DELIMITED BY SIZE
                     FechaCompra DELIMITED BY SIZE
                     " ALMACEN " DELIMITED BY SIZE
                     WAlmTabCod(WKdx) DELIMITED BY SIZE
                     INTO RechazoLine
              END-STRING
              WRITE RechazoLine
           ELSE
              ADD 1 TO WAlbTabLineas(WAlbSel)
              ADD WAlmTabAsig(WKdx) TO WAlbTabUnidades(WAlbSel)
           END-IF.

      * Mira si la compra ya tiene en ASIGNAC.DAT una asignacion de
      * STOCKPST desde este almacen, con cualquier albaran.
       3175-BUSCA-ASIGNACION.
           MOVE 'N' TO WAsigDuplicada
           MOVE 'N' TO WFinAsignaciones
           MOVE UserArtID TO AsUserId
           MOVE WSearchArtID TO AsArtID
           MOVE FechaCompra TO AsFechaCompra
           MOVE WAlmTabCod(WKdx) TO AsCodAlmacen
           MOVE ZEROS TO AsNumAlbaran
           START AsignacionesFile KEY IS NOT LESS AsignacionKey
           INVALID KEY
              SET FinAsignacionesGrupo TO TRUE
           END-START
           PERFORM UNTIL FinAsignacionesGrupo OR AsignacionDuplicada
              READ AsignacionesFile NEXT RECORD
              AT END
                 SET FinAsignacionesGrupo TO TRUE
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
              IF NOT FinAsignacionesGrupo
                 IF AsUserId NOT = UserArtID OR
                    AsArtID NOT = WSearchArtID OR
                    AsFechaCompra NOT = FechaCompra OR
                    AsCodAlmacen NOT = WAlmTabCod(WKdx)
                    SET FinAsignacionesGrupo TO TRUE
                 ELSE
                    IF NOT AsServicioPendiente
                       SET AsignacionDuplicada TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      * Como el de pedidos, el numerador de albaranes se persiste
      * numero a numero antes de usarlo.
       3180-GRABA-NUMERADOR-ALBARAN.
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

      * Pasa al registro ALBREG.DAT los albaranes del usuario que
      * termina y deja la tabla vacia para el siguiente. Un albaran
      * cuyas lineas ya estaban todas asignadas no llega al registro
      * (su numero queda sin usar).
       3300-CIERRA-ALBARANES.
           PERFORM VARYING WAdx FROM 1 BY 1 UNTIL WAdx > WAlbUsados
              IF WAlbTabLineas(WAdx) > 0
                 MOVE WAlbTabNumero(WAdx) TO AbNumAlbaran
                 MOVE WRunDate TO AbFecha
                 MOVE WAlbUsuario TO AbUserId
                 MOVE WAlbTabCod(WAdx) TO AbCodAlmacen
                 MOVE WAlbTabLineas(WAdx) TO AbLineas
                 MOVE WAlbTabUnidades(WAdx) TO AbUnidades
                 WRITE AlbRegRecord
                 IF StatAlbReg NOT = "00"
                    STRING "ERROR ESCRIBIENDO ALBREG.DAT STATUS "
                              DELIMITED BY SIZE
                           StatAlbReg DELIMITED BY SIZE
                           INTO WAbendMsg
                    END-STRING
                    PERFORM 9000-ABEND-RUTINA
                 END-IF
                 ADD 1 TO WAlbaranesEmitidos
              END-IF
           END-PERFORM
           MOVE ZEROS TO WAlbUsados.

      * Lo que queda sin cubrir de la linea pasa a PENDIENT.DAT como
      * pendiente de servir, con el usuario, el articulo y la fecha
      * de compra original: RECEPCN y TRASLADO lo sirven, del mas
      * antiguo al mas reciente, en cuanto entra stock del articulo.
      * Un pendiente ya registrado para la misma compra no se duplica
      * y queda avisado en STKEXC.RPT.
       3200-GRABA-PENDIENTE.
           MOVE WSearchArtID TO PeArtID
           MOVE FechaCompra TO PeFechaCompra
           MOVE UserArtID TO PeUserId
           MOVE WCantPendiente TO PeCantPedida
           MOVE WCantPendiente TO PeCantPendiente
           MOVE WRunDate TO PeFechaAlta
           MOVE ZEROS TO PeFechaServido
           MOVE "A" TO PeEstado
           MOVE 'N' TO WPendDuplicado
           WRITE PendientesDetails
           INVALID KEY
              SET PendienteDuplicado TO TRUE
           END-WRITE
           IF StatPendientes NOT = "00" AND
              StatPendientes NOT = "02" AND
              StatPendientes NOT = "22"
              STRING "ERROR ESCRIBIENDO PENDIENT.DAT STATUS "
                        DELIMITED BY SIZE
                     StatPendientes DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           IF PendienteDuplicado
              MOVE SPACES TO RechazoLine
              STRING "AVISO PENDIENTE YA REGISTRADO USUARIO "
                        DELIMITED BY SIZE
                     UserArtID DELIMITED BY SIZE
                     " ARTICULO " DELIMITED BY SIZE
                     ArtID DELIMITED BY SIZE
                     " FECHA " DELIMITED BY SIZE
                     FechaCompra DELIMITED BY SIZE
                     INTO RechazoLine
              END-STRING
              WRITE RechazoLine
           ELSE
              ADD 1 TO WPendientesAlta
           END-IF.

      * Recorre ALM.DAT completo y lista todo almacen cuyo stock haya
