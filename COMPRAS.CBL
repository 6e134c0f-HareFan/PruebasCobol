                  RECORD KEY IS ArtMaeID
                  FILE STATUS IS StatArticulosMae.

           SELECT AlmacenesFile ASSIGN TO "ALM.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AlmacenesKey
                  ALTERNATE RECORD KEY IS ArtAlID WITH DUPLICATES
                  FILE STATUS IS StatAlmacenes.

           SELECT OPTIONAL FacturasRegFile ASSIGN TO "FACTREG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatFacturasReg.

           SELECT BloqueadosFile ASSIGN TO "CREDBLQ.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatBloqueados.

           SELECT RegistroFile ASSIGN TO "CMPREG.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatRegistro.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatRechazos.

           SELECT OPTIONAL RunLedgerFile ASSIGN TO "RUNLEDG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatRunLedger.

           SELECT OPTIONAL RespGenFile ASSIGN TO "RESPGEN.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GnGeneracion
                  FILE STATUS IS StatRespGen.

       DATA DIVISION.
       FILE SECTION.
       FD  PedidosFile.
               03 Surname    PIC X(10).
           02  Direccion     PIC X(15).
           02  Telefono      PIC 9(9).
           02  LimiteCredito PIC 9(7)V99.
           02  BloqueoCredito PIC X(1).

       FD  ArticulosFile.
       01  ArticulosDetails.
           02 Descripcion PIC X(20).
           02 Categoria   PIC X(10).

       FD  AlmacenesFile.
       01  AlmacenesDetails.
           88 EndOfAlmacenes VALUE HIGH-VALUES.
           02 AlmacenesKey.
              03 ArtAlID    PIC X(7).
              03 CodAlmacen PIC X(5).
           02 Precio        PIC 9(4)V99.
           02 StockActual   PIC 9(5).

       FD  FacturasRegFile.
       01  FacturasRegRecord.
           88 EndOfFacturasReg VALUE HIGH-VALUES.
           02 FrNumFactura PIC 9(7).
           02 FrFecha      PIC 9(8).
           02 FrUserId     PIC X(8).
           02 FrBase       PIC 9(13)V99.
           02 FrIva        PIC 9(11)V99.
           02 FrTotal      PIC 9(13)V99.
           02 FrEstado     PIC X(1).
           02 FrPagado     PIC 9(13)V99.

       FD  BloqueadosFile.
       01  BloqueadoDetails.
           02 BqUserId      PIC X(8).
           02 BqArtID       PIC X(7).
           02 BqFechaCompra PIC 9(8).
           02 BqCant        PIC 9(5).
           02 BqImporte     PIC 9(13)V99.
           02 BqMotivo      PIC X(1).
           02 BqFecha       PIC 9(8).

       FD  RegistroFile.
       01  RegistroLine         PIC X(80).

       FD  RechazosFile.
       01  RechazoLine          PIC X(120).

       FD  RunLedgerFile.
       01  RunLedgerRecord.
           88 EndOfRunLedger VALUE HIGH-VALUES.
           02 RlFecha      PIC 9(8).
           02 RlPrograma   PIC X(8).
           02 RlRetorno    PIC 9(2).
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

       01 CabRegistro1 PIC X(30)
           88 AmIniciado VALUE '00'.
           88 AmTerminado VALUE '10'.

       01 StatAlmacenes PIC X(02) VALUE SPACES.
           88 AlIniciado VALUE '00'.
           88 AlTerminado VALUE '10'.

       01 StatFacturasReg PIC X(02) VALUE SPACES.
           88 FgIniciado VALUE '00'.
           88 FgNoExiste VALUE '05'.
           88 FgTerminado VALUE '10'.

       01 StatBloqueados PIC X(02) VALUE SPACES.
           88 BqIniciado VALUE '00'.
           88 BqTerminado VALUE '10'.

       01 StatRegistro PIC X(02) VALUE SPACES.
           88 RgIniciado VALUE '00'.
           88 RgTerminado VALUE '10'.
       01 WRunDate       PIC 9(8) VALUE ZEROS.

      * Tabla de usuarios vigentes cargada de USUARIOS.DAT para
      * validar el UserId de cada pedido sin releer el fichero, con
      * su situacion de credito: limite y bloqueo del maestro, saldo
      * pendiente de FACTREG.DAT, marca de factura vencida a mas de
      * 90 dias e importe de los pedidos ya aceptados en esta carga.
       01 WUsuTabla.
           02 WUsuEntrada OCCURS 2000 TIMES.
              03 WUsuTabId      PIC X(8).
              03 WUsuTabLimite  PIC 9(7)V99.
              03 WUsuTabBloqueo PIC X(1).
              03 WUsuTabSaldo   PIC 9(13)V99.
              03 WUsuTabVencida PIC X(1).
              03 WUsuTabPedidos PIC 9(13)V99.
       01 WUsuUsados  PIC 9(4) VALUE ZEROS.
       01 WUsuSel     PIC 9(4) VALUE ZEROS.
       01 WUdx        PIC 9(4) VALUE ZEROS.
       01 WTabDiasMesR REDEFINES WTabDiasMes.
           02 WDiasDelMes PIC 9(2) OCCURS 12 TIMES.

      * Control de credito del pedido. El pedido se valora al precio
      * mas barato de sus almacenes, que es como lo reparte STOCKPST,
      * con el IVA de la factura, para compararlo con FrTotal.
       01 WTipoIva       PIC 9(2)V99 VALUE 21.00.
       01 WDiasVencida   PIC 9(3) VALUE 90.
       01 WPrecioPedido  PIC 9(4)V99 VALUE ZEROS.
       01 WImportePedido PIC 9(13)V99 VALUE ZEROS.
       01 WRiesgo        PIC 9(13)V99 VALUE ZEROS.
       01 WPendFactura   PIC 9(13)V99 VALUE ZEROS.
       01 WDiasHoy       PIC S9(9) VALUE ZEROS.
       01 WDiasFactura   PIC S9(9) VALUE ZEROS.
       01 WDiasDebe      PIC S9(9) VALUE ZEROS.
       01 WSearchArtID   PIC X(7) VALUE SPACES.
       01 WFinAlmacenes  PIC X VALUE 'N'.
           88 FinAlmacenesGrupo VALUE 'Y'.
       01 WMotivoCredito PIC X(1) VALUE SPACES.
           88 SinProblemaCredito VALUE SPACE.
           88 CreditoBloqueado   VALUE 'B'.
           88 CreditoVencido     VALUE 'V'.
           88 CreditoExcedido    VALUE 'L'.

       01 WPedLeidos     PIC 9(5) VALUE ZEROS.
       01 WPedAplicados  PIC 9(5) VALUE ZEROS.
       01 WPedParciales  PIC 9(5) VALUE ZEROS.
       01 WPedRechazados PIC 9(5) VALUE ZEROS.
       01 WPedDivididos  PIC 9(5) VALUE ZEROS.
       01 WPedCredito    PIC 9(5) VALUE ZEROS.

       01 StatRunLedger PIC X(02) VALUE SPACES.
           88 RlIniciado VALUE '00'.
           88 RlNoExiste VALUE '05'.

       01 StatRespGen PIC X(02) VALUE SPACES.
           88 GnIniciado VALUE '00'.
           88 GnNoExiste VALUE '05'.

       01 WGeneracion PIC 9(7) VALUE ZEROS.

       01 WParamForzar PIC X(1) VALUE SPACES.
           88 ForzarEjecucion VALUE "S".

       01 WAbendMsg PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WRunDate FROM DATE YYYYMMDD
           PERFORM 0600-RECLAMA-RESPALDO

           OPEN INPUT PedidosFile
           IF NOT PdIniciado
           END-IF

           PERFORM 1000-CARGA-USUARIOS
           PERFORM 1100-CARGA-SALDOS

           OPEN I-O ArticulosFile
           IF NOT Iniciado
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

           OPEN OUTPUT BloqueadosFile
           IF NOT BqIniciado
              STRING "ERROR ABRIENDO CREDBLQ.DAT STATUS "
                        DELIMITED BY SIZE
                     StatBloqueados DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           OPEN OUTPUT RegistroFile
           IF NOT RgIniciado
              STRING "ERROR ABRIENDO CMPREG.RPT STATUS "
           END-PERFORM

           CLOSE PedidosFile, ArticulosFile, ArticulosMaeFile,
                 RegistroFile, RechazosFile, AlmacenesFile,
                 BloqueadosFile.

           PERFORM 8800-ANOTA-EJECUCION

           DISPLAY "COMPRAS PEDIDOS LEIDOS      " WPedLeidos
              UPON CONSOLE.
              UPON CONSOLE.
           DISPLAY "COMPRAS PEDIDOS DIVIDIDOS   " WPedDivididos
              UPON CONSOLE.
           DISPLAY "COMPRAS RETENIDOS CREDITO   " WPedCredito
              UPON CONSOLE.
           STOP RUN.

       9000-ABEND-RUTINA.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

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
                 IF GnPrograma = "COMPRAS" AND GnFecha = WRunDate
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
                 DISPLAY "COMPRAS AVISO SIN COPIA DE SEGURIDAD, "
                    "ANULADO POR FORZAR" UPON CONSOLE
              ELSE
                 MOVE "FALTA COPIA DE SEGURIDAD DEL PASO (RESPALDO)"
                    TO WAbendMsg
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           ELSE
              DISPLAY "COMPRAS COPIA DE SEGURIDAD EN USO  " WGeneracion
                 UPON CONSOLE
           END-IF.

      * Anota en RUNLEDG.DAT el final limpio con sus contadores y la
      * copia de seguridad en uso, que es la que RESTAURA devolveria.
       8800-ANOTA-EJECUCION.
           OPEN EXTEND RunLedgerFile
           IF NOT RlIniciado AND NOT RlNoExiste
              STRING "ERROR ABRIENDO RUNLEDG.DAT STATUS "
                        DELIMITED BY SIZE
                     StatRunLedger DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           MOVE WRunDate TO RlFecha
           MOVE "COMPRAS" TO RlPrograma
           MOVE ZEROS TO RlRetorno
           MOVE WPedLeidos TO RlLeidos
           MOVE WPedAplicados TO RlAplicados
           MOVE WPedRechazados TO RlRechazados
           MOVE WGeneracion TO RlGeneracion
           MOVE SPACE TO RlTipo
           WRITE RunLedgerRecord
           IF StatRunLedger NOT = "00"
              STRING "ERROR ESCRIBIENDO RUNLEDG.DAT STATUS "
                        DELIMITED BY SIZE
                     StatRunLedger DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           CLOSE RunLedgerFile.

      * Carga en memoria los UserId de USUARIOS.DAT; las lineas con
      * UserId no numerico no entran en la tabla, de modo que todo
      * pedido contra ellas queda rechazado en la validacion.
                 IF WUsuUsados < 2000
                    ADD 1 TO WUsuUsados
                    MOVE UserId TO WUsuTabId(WUsuUsados)
                    IF LimiteCredito IS NUMERIC
                       MOVE LimiteCredito TO WUsuTabLimite(WUsuUsados)
                    ELSE
                       MOVE ZEROS TO WUsuTabLimite(WUsuUsados)
                    END-IF
                    MOVE BloqueoCredito TO WUsuTabBloqueo(WUsuUsados)
                    MOVE ZEROS TO WUsuTabSaldo(WUsuUsados)
                    MOVE "N" TO WUsuTabVencida(WUsuUsados)
                    MOVE ZEROS TO WUsuTabPedidos(WUsuUsados)
                 ELSE
                    MOVE "TABLA DE USUARIOS LLENA" TO WAbendMsg
                    PERFORM 9000-ABEND-RUTINA
           END-PERFORM
           CLOSE UsuariosFile.

      * Saldo pendiente de cada usuario segun FACTREG.DAT: lo no
      * cobrado (FrTotal menos FrPagado) de las facturas emitidas o
      * pagadas en parte, con los mismos dias desde la emision que
      * usa la cartera de COBROS para la antiguedad.
       1100-CARGA-SALDOS.
           COMPUTE WDiasHoy =
              FUNCTION INTEGER-OF-DATE(WRunDate)

           OPEN INPUT FacturasRegFile
           IF NOT FgIniciado AND NOT FgNoExiste
              STRING "ERROR ABRIENDO FACTREG.DAT STATUS "
                        DELIMITED BY SIZE
                     StatFacturasReg DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           READ FacturasRegFile
           AT END SET EndOfFacturasReg TO TRUE
           END-READ
           IF StatFacturasReg NOT = "00" AND
              StatFacturasReg NOT = "10"
              STRING "ERROR LEYENDO FACTREG.DAT STATUS "
                        DELIMITED BY SIZE
                     StatFacturasReg DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           PERFORM UNTIL EndOfFacturasReg
              IF FrEstado = "E" OR FrEstado = "P"
                 PERFORM 1150-ACUMULA-SALDO
              END-IF

              READ FacturasRegFile
              AT END SET EndOfFacturasReg TO TRUE
              END-READ
              IF StatFacturasReg NOT = "00" AND
                 StatFacturasReg NOT = "10"
                 STRING "ERROR LEYENDO FACTREG.DAT STATUS "
                           DELIMITED BY SIZE
                        StatFacturasReg DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-PERFORM
           CLOSE FacturasRegFile.

       1150-ACUMULA-SALDO.
           COMPUTE WPendFactura = FrTotal - FrPagado
           IF WPendFactura > 0
              MOVE ZEROS TO WUsuSel
              PERFORM VARYING WUdx FROM 1 BY 1
                      UNTIL WUdx > WUsuUsados
                 IF WUsuTabId(WUdx) = FrUserId AND WUsuSel = 0
                    MOVE WUdx TO WUsuSel
                 END-IF
              END-PERFORM
              IF WUsuSel > 0
                 ADD WPendFactura TO WUsuTabSaldo(WUsuSel)
                 COMPUTE WDiasFactura =
                    FUNCTION INTEGER-OF-DATE(FrFecha)
                 COMPUTE WDiasDebe = WDiasHoy - WDiasFactura
                 IF WDiasDebe > WDiasVencida
                    MOVE "S" TO WUsuTabVencida(WUsuSel)
                 END-IF
              END-IF
           END-IF.

       3000-VALIDA-PEDIDO.
           MOVE 'Y' TO WLineaValida
           MOVE SPACES TO WMotivoRechazo
                    END-IF
                 END-IF
              END-IF
           END-IF

           IF LineaValida
              PERFORM 3200-VALIDA-CREDITO
           END-IF.

      * Control de credito del cliente, ya validado el resto de la
      * linea: retenido a mano, con alguna factura vencida a mas de
      * 90 dias o con un riesgo (saldo de FACTREG.DAT, mas lo aceptado
      * en esta carga, mas este pedido) por encima de su limite. Un
      * limite a cero es cliente sin limite asignado. Los pedidos
      * retenidos quedan tambien en CREDBLQ.DAT para el informe de
      * riesgo.
       3200-VALIDA-CREDITO.
           MOVE SPACE TO WMotivoCredito
           PERFORM 3300-VALORA-PEDIDO

           IF WUsuTabBloqueo(WUsuSel) = "S"
              SET CreditoBloqueado TO TRUE
              MOVE "CLIENTE RETENIDO POR CREDITO" TO WMotivoRechazo
           ELSE
              IF WUsuTabVencida(WUsuSel) = "S"
                 SET CreditoVencido TO TRUE
                 MOVE "FACTURA VENCIDA A MAS DE 90 DIAS"
                    TO WMotivoRechazo
              ELSE
                 COMPUTE WRiesgo = WUsuTabSaldo(WUsuSel) +
                    WUsuTabPedidos(WUsuSel) + WImportePedido
                 IF WUsuTabLimite(WUsuSel) > 0 AND
                    WRiesgo > WUsuTabLimite(WUsuSel)
                    SET CreditoExcedido TO TRUE
                    MOVE "LIMITE DE CREDITO SUPERADO"
                       TO WMotivoRechazo
                 END-IF
              END-IF
           END-IF

           IF SinProblemaCredito
              ADD WImportePedido TO WUsuTabPedidos(WUsuSel)
           ELSE
              MOVE 'N' TO WLineaValida
              MOVE PdUserId TO BqUserId
              MOVE PdArtID TO BqArtID
              MOVE PdFechaCompra TO BqFechaCompra
              MOVE PdCant TO BqCant
              MOVE WImportePedido TO BqImporte
              MOVE WMotivoCredito TO BqMotivo
              MOVE WRunDate TO BqFecha
              WRITE BloqueadoDetails
              IF StatBloqueados NOT = "00"
                 STRING "ERROR ESCRIBIENDO CREDBLQ.DAT STATUS "
                           DELIMITED BY SIZE
                        StatBloqueados DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
              ADD 1 TO WPedCredito
           END-IF.

      * Valor del pedido con IVA al precio mas barato de los
      * almacenes del articulo. Sin almacenes el pedido vale cero y
      * solo cuentan el bloqueo, el vencido y el saldo ya facturado.
       3300-VALORA-PEDIDO.
           MOVE ZEROS TO WPrecioPedido
           MOVE PdArtID TO WSearchArtID
           MOVE WSearchArtID TO ArtAlID
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
                 IF ArtAlID NOT = WSearchArtID
                    SET FinAlmacenesGrupo TO TRUE
                 ELSE
                    IF Precio > 0 AND
                       (WPrecioPedido = 0 OR Precio < WPrecioPedido)
                       MOVE Precio TO WPrecioPedido
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
           END-PERFORM

           COMPUTE WImportePedido ROUNDED =
              PdCant * WPrecioPedido * (100 + WTipoIva) / 100.

      * Vuelca el pedido en ART.DAT: cada registro admite 99 unidades
      * como maximo, asi que el pedido se completa primero en el
      * registro de su fecha (sumando hasta el tope si ya existia) y
