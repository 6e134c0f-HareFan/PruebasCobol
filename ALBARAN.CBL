       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALBARAN.
       AUTHOR. Miguel Martin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AlbCtlFile ASSIGN TO "ALBCTL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatAlbCtl.

           SELECT UsuariosFile ASSIGN TO "USUARIOS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatUsuarios.

           SELECT OPTIONAL AsignacionesFile ASSIGN TO "ASIGNAC.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AsignacionKey
                  FILE STATUS IS StatAsignaciones.

           SELECT OPTIONAL AlbRegFile ASSIGN TO "ALBREG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatAlbReg.

           SELECT ArticulosMaeFile ASSIGN TO "ARTMAE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ArtMaeID
                  FILE STATUS IS StatArticulosMae.

           SELECT PickingFile ASSIGN TO "ALBPICK.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatPicking.

           SELECT AlbaranFile ASSIGN TO "ALBARAN.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatAlbaran.

           SELECT RegistroFile ASSIGN TO "ALBREG.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatRegistro.

       DATA DIVISION.
       FILE SECTION.
       FD  AlbCtlFile.
       01  ParametroCard.
           88 EndOfAlbCtl VALUE HIGH-VALUES.
           02 PcPalabra PIC X(10).
           02 PcValor   PIC X(70).

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

      * Registro de albaranes: uno por cliente y almacen de salida en
      * cada ejecucion de STOCKPST y uno por cada pendiente que sirven
      * RECEPCN o TRASLADO.
       FD  AlbRegFile.
       01  AlbRegRecord.
           88 EndOfAlbReg VALUE HIGH-VALUES.
           02 AbNumAlbaran  PIC 9(7).
           02 AbFecha       PIC 9(8).
           02 AbUserId      PIC X(8).
           02 AbCodAlmacen  PIC X(5).
           02 AbLineas      PIC 9(5).
           02 AbUnidades    PIC 9(7).

       FD  ArticulosMaeFile.
       01  ArticulosMaeDetails.
           88 EndOfArticulosMae VALUE HIGH-VALUES.
           02 ArtMaeID    PIC 9(7).
           02 Descripcion PIC X(20).
           02 Categoria   PIC X(10).

       FD  PickingFile.
       01  PickingLine          PIC X(100).

       FD  AlbaranFile.
       01  AlbaranLine          PIC X(80).

       FD  RegistroFile.
       01  RegistroLine         PIC X(80).

       WORKING-STORAGE SECTION.

       01 CabPicking1 PIC X(37)
                      VALUE "LISTA DE PREPARACION POR ALMACEN".

       01 CabRegistro1 PIC X(32)
                       VALUE "REGISTRO DE ALBARANES DE ENTREGA".

       01 CabInformeFecha.
           02 FILLER        PIC X(7) VALUE "FECHA: ".
           02 WRunDateEdit  PIC X(10).

       01 LineaFechaAlbaranes.
           02 FILLER        PIC X(19) VALUE "SALIDAS DEL DIA:   ".
           02 WLfFecha      PIC X(10).

       01 LineaPeriodo.
           02 FILLER        PIC X(19) VALUE "PERIODO:           ".
           02 WLpDesde      PIC X(10).
           02 FILLER        PIC X(3) VALUE " A ".
           02 WLpHasta      PIC X(10).

       01 CabAlmacen.
           02 FILLER        PIC X(9) VALUE "ALMACEN: ".
           02 WCaAlmacen    PIC X(5).

       01 CabPicking2.
           02 FILLER PIC X(9)  VALUE "ArtID    ".
           02 FILLER PIC X(22) VALUE "Descripcion           ".
           02 FILLER PIC X(10) VALUE "Cliente   ".
           02 FILLER PIC X(23) VALUE "Nombre                 ".
           02 FILLER PIC X(10) VALUE "F.Compra  ".
           02 FILLER PIC X(7)  VALUE "   Cant".
           02 FILLER PIC X(9)  VALUE "  Albaran".

       01 LineaPicking.
           02 WLkArtID       PIC X(7).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WLkDescripcion PIC X(20).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WLkUserId      PIC X(8).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WLkNombre      PIC X(21).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WLkFecha       PIC 9(8).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WLkCant        PIC ZZZZ9.
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WLkAlbaran     PIC 9(7).

       01 LineaTotalArticulo.
           02 FILLER         PIC X(73) VALUE SPACES.
           02 FILLER         PIC X(15) VALUE "TOTAL ARTICULO ".
           02 WLtCant        PIC ZZZZZZ9.

       01 LineaTotalAlmacen.
           02 FILLER         PIC X(16) VALUE "TOTAL ALMACEN   ".
           02 WLwAlmacen     PIC X(5).
           02 FILLER         PIC X(10) VALUE "  LINEAS  ".
           02 WLwLineas      PIC ZZZZ9.
           02 FILLER         PIC X(12) VALUE "  UNIDADES  ".
           02 WLwUnidades    PIC ZZZZZZ9.
           02 FILLER         PIC X(13) VALUE "  ALBARANES  ".
           02 WLwAlbaranes   PIC ZZZZ9.

       01 CabAlbaran1.
           02 FILLER        PIC X(27)
                            VALUE "ALBARAN DE ENTREGA NUMERO: ".
           02 WCbNumero     PIC 9(7).
           02 FILLER        PIC X(10) VALUE "   FECHA: ".
           02 WCbFecha      PIC X(10).

       01 CabAlbaran2.
           02 FILLER        PIC X(19) VALUE "ALMACEN DE SALIDA: ".
           02 WCbAlmacen    PIC X(5).

       01 CabAlbaran3.
           02 FILLER        PIC X(19) VALUE "CLIENTE:           ".
           02 WCbUserId     PIC X(8).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WCbNombre     PIC X(26).

       01 CabAlbaran4.
           02 FILLER        PIC X(19) VALUE "DIRECCION:         ".
           02 WCbDireccion  PIC X(15).

       01 CabAlbaran5.
           02 FILLER PIC X(9)  VALUE "ArtID    ".
           02 FILLER PIC X(22) VALUE "Descripcion           ".
           02 FILLER PIC X(10) VALUE "F.Compra  ".
           02 FILLER PIC X(7)  VALUE "   Cant".

       01 LineaAlbaran.
           02 WLaArtID       PIC X(7).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WLaDescripcion PIC X(20).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WLaFecha       PIC 9(8).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WLaCant        PIC ZZZZ9.

       01 LineaTotalAlbaran.
           02 FILLER         PIC X(16) VALUE "TOTAL LINEAS:   ".
           02 WLbLineas      PIC ZZZZ9.
           02 FILLER         PIC X(20) VALUE "   TOTAL UNIDADES:  ".
           02 WLbUnidades    PIC ZZZZZZ9.

       01 LineaAvisoAlbaran.
           02 FILLER         PIC X(37)
                 VALUE "AVISO: EL REGISTRO INDICA UNIDADES = ".
           02 WLvUnidades    PIC ZZZZZZ9.
           02 FILLER         PIC X(16) VALUE " Y LINEAS = ".
           02 WLvLineas      PIC ZZZZ9.

       01 CabRegistro2.
           02 FILLER PIC X(9)  VALUE "Albaran  ".
           02 FILLER PIC X(10) VALUE "Fecha     ".
           02 FILLER PIC X(10) VALUE "Cliente   ".
           02 FILLER PIC X(23) VALUE "Nombre                 ".
           02 FILLER PIC X(7)  VALUE "Alm    ".
           02 FILLER PIC X(7)  VALUE " Lineas".
           02 FILLER PIC X(10) VALUE "  Unidades".

       01 LineaRegistro.
           02 WLrNumero      PIC 9(7).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WLrFecha       PIC 9(8).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WLrUserId      PIC X(8).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WLrNombre      PIC X(21).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WLrAlmacen     PIC X(5).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WLrLineas      PIC ZZZZ9.
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WLrUnidades    PIC ZZZZZZZ9.

       01 LineaTotalRegistro.
           02 FILLER         PIC X(18) VALUE "TOTAL ALBARANES   ".
           02 WLgAlbaranes   PIC ZZZZZZ9.
           02 FILLER         PIC X(10) VALUE "  LINEAS  ".
           02 WLgLineas      PIC ZZZZZZ9.
           02 FILLER         PIC X(12) VALUE "  UNIDADES  ".
           02 WLgUnidades    PIC ZZZZZZZZ9.

       01 LineaSinSalidas PIC X(40)
                  VALUE "NO HAY SALIDAS REGISTRADAS EN ESA FECHA".

       01 StatAlbCtl PIC X(02) VALUE SPACES.
           88 CtlIniciado VALUE '00'.
           88 CtlNoExiste VALUE '05'.

       01 StatUsuarios PIC X(02) VALUE SPACES.
           88 UsIniciado VALUE '00'.

       01 StatAsignaciones PIC X(02) VALUE SPACES.
           88 AsIniciado VALUE '00'.
           88 AsNoExiste VALUE '05'.

       01 StatAlbReg PIC X(02) VALUE SPACES.
           88 AbIniciado VALUE '00'.
           88 AbNoExiste VALUE '05'.

       01 StatArticulosMae PIC X(02) VALUE SPACES.
           88 AmIniciado VALUE '00'.

       01 StatPicking PIC X(02) VALUE SPACES.
           88 PkIniciado VALUE '00'.

       01 StatAlbaran PIC X(02) VALUE SPACES.
           88 AlbIniciado VALUE '00'.

       01 StatRegistro PIC X(02) VALUE SPACES.
           88 RgIniciado VALUE '00'.

       01 WRunDate PIC 9(8).

      * Tarjetas de ALBCTL.DAT: FECHA de las salidas a preparar y
      * documentar (por defecto hoy) y DESDE/HASTA del listado del
      * registro (por defecto esa misma fecha).
       01 WParamFecha PIC X(70) VALUE SPACES.
       01 WParamDesde PIC X(70) VALUE SPACES.
       01 WParamHasta PIC X(70) VALUE SPACES.
       01 WFechaAlb   PIC 9(8) VALUE ZEROS.
       01 WFechaDesde PIC 9(8) VALUE ZEROS.
       01 WFechaHasta PIC 9(8) VALUE ZEROS.
       01 WFechaEditar PIC 9(8) VALUE ZEROS.
       01 WFechaEditada PIC X(10) VALUE SPACES.

      * Clientes de USUARIOS.DAT para nombre y direccion.
       01 WUsuTabla.
           02 WUsuEntrada OCCURS 2000 TIMES.
              03 WUsuTabId        PIC X(8).
              03 WUsuTabNombre    PIC X(10).
              03 WUsuTabApellido  PIC X(10).
              03 WUsuTabDireccion PIC X(15).
       01 WUsuUsados PIC 9(4) VALUE ZEROS.
       01 WUsuSel    PIC 9(4) VALUE ZEROS.
       01 WBuUserId  PIC X(8) VALUE SPACES.
       01 WNombreCompleto PIC X(21) VALUE SPACES.

      * Salidas del dia, ordenadas por almacen, articulo y cliente
      * para la lista de preparacion.
       01 WAsiTabla.
           02 WAsiEntrada OCCURS 5000 TIMES.
              03 WAsiTabOrden.
                 04 WAsiTabAlm     PIC X(5).
                 04 WAsiTabArt     PIC X(7).
                 04 WAsiTabUser    PIC X(8).
                 04 WAsiTabFecha   PIC 9(8).
              03 WAsiTabCant       PIC 9(5).
              03 WAsiTabAlbaran    PIC 9(7).
       01 WAsiSwap PIC X(40).
       01 WAsiUsadas PIC 9(4) VALUE ZEROS.
       01 WKdx       PIC 9(4) VALUE ZEROS.
       01 WLdx       PIC 9(4) VALUE ZEROS.

       01 WDesbordeAsignaciones PIC X VALUE 'N'.
           88 AsignacionesDesbordadas VALUE 'Y'.

       01 WDesbordeUsuarios PIC X VALUE 'N'.
           88 UsuariosDesbordados VALUE 'Y'.

       01 WAlmActual     PIC X(5) VALUE SPACES.
       01 WArtActual     PIC X(7) VALUE SPACES.
       01 WCantArticulo  PIC 9(7) VALUE ZEROS.
       01 WLineasAlmacen PIC 9(5) VALUE ZEROS.
       01 WUnidadesAlmacen PIC 9(7) VALUE ZEROS.
       01 WAlbaranesAlmacen PIC 9(5) VALUE ZEROS.
       01 WUltAlbaran    PIC 9(7) VALUE ZEROS.

       01 WLineasAlbaran   PIC 9(5) VALUE ZEROS.
       01 WUnidadesAlbaran PIC 9(7) VALUE ZEROS.

       01 WAsignacionesLeidas PIC 9(7) VALUE ZEROS.
       01 WLineasPicking      PIC 9(7) VALUE ZEROS.
       01 WAlbaranesImpresos  PIC 9(7) VALUE ZEROS.
       01 WAlbaranesRegistro  PIC 9(7) VALUE ZEROS.
       01 WLineasRegistro     PIC 9(7) VALUE ZEROS.
       01 WUnidadesRegistro   PIC 9(9) VALUE ZEROS.
       01 WDescuadres         PIC 9(5) VALUE ZEROS.
       01 WClientesSinDatos   PIC 9(5) VALUE ZEROS.

       01 WAbendMsg PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WRunDate FROM DATE YYYYMMDD

           PERFORM 1000-LEE-PARAMETROS

           OPEN INPUT UsuariosFile
           IF NOT UsIniciado
              STRING "ERROR ABRIENDO USUARIOS.DAT STATUS "
                        DELIMITED BY SIZE
                     StatUsuarios DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           OPEN INPUT AsignacionesFile
           IF NOT AsIniciado AND NOT AsNoExiste
              STRING "ERROR ABRIENDO ASIGNAC.DAT STATUS "
                        DELIMITED BY SIZE
                     StatAsignaciones DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           OPEN INPUT AlbRegFile
           IF NOT AbIniciado AND NOT AbNoExiste
              STRING "ERROR ABRIENDO ALBREG.DAT STATUS "
                        DELIMITED BY SIZE
                     StatAlbReg DELIMITED BY SIZE
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

           OPEN OUTPUT PickingFile
           IF NOT PkIniciado
              STRING "ERROR ABRIENDO ALBPICK.RPT STATUS "
                        DELIMITED BY SIZE
                     StatPicking DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           OPEN OUTPUT AlbaranFile
           IF NOT AlbIniciado
              STRING "ERROR ABRIENDO ALBARAN.RPT STATUS "
                        DELIMITED BY SIZE
                     StatAlbaran DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           OPEN OUTPUT RegistroFile
           IF NOT RgIniciado
              STRING "ERROR ABRIENDO ALBREG.RPT STATUS "
                        DELIMITED BY SIZE
                     StatRegistro DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           PERFORM 1500-CARGA-USUARIOS
           PERFORM 2000-CARGA-ASIGNACIONES
           PERFORM 3000-ORDENA-SALIDAS
           PERFORM 4000-ESCRIBE-PICKING
           PERFORM 5000-RECORRE-REGISTRO

           CLOSE UsuariosFile, AsignacionesFile, AlbRegFile,
                 ArticulosMaeFile, PickingFile, AlbaranFile,
                 RegistroFile.

           DISPLAY "ALBARAN SALIDAS DEL DIA       " WAsignacionesLeidas
              UPON CONSOLE.
           DISPLAY "ALBARAN LINEAS DE PREPARACION " WLineasPicking
              UPON CONSOLE.
           DISPLAY "ALBARAN ALBARANES IMPRESOS    " WAlbaranesImpresos
              UPON CONSOLE.
           DISPLAY "ALBARAN ALBARANES EN REGISTRO " WAlbaranesRegistro
              UPON CONSOLE.
           DISPLAY "ALBARAN ALBARANES DESCUADRADOS " WDescuadres
              UPON CONSOLE.
           IF WDescuadres > 0 OR WClientesSinDatos > 0 OR
              AsignacionesDesbordadas OR UsuariosDesbordados
              DISPLAY "ALBARAN TERMINADO CON AVISOS" UPON CONSOLE
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       9000-ABEND-RUTINA.
           DISPLAY "ERROR FATAL DE E/S - PROGRAMA ABORTADO" UPON
              CONSOLE.
           DISPLAY WAbendMsg UPON CONSOLE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      * Lee ALBCTL.DAT (palabra en columnas 1-10, valor desde la 11).
      * Sin fichero se documentan las salidas de hoy.
       1000-LEE-PARAMETROS.
           OPEN INPUT AlbCtlFile
           IF NOT CtlIniciado AND NOT CtlNoExiste
              STRING "ERROR ABRIENDO ALBCTL.DAT STATUS "
                        DELIMITED BY SIZE
                     StatAlbCtl DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           READ AlbCtlFile
           AT END SET EndOfAlbCtl TO TRUE
           END-READ
           IF StatAlbCtl NOT = "00" AND StatAlbCtl NOT = "10"
              STRING "ERROR LEYENDO ALBCTL.DAT STATUS "
                        DELIMITED BY SIZE
                     StatAlbCtl DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           PERFORM UNTIL EndOfAlbCtl
              EVALUATE PcPalabra
              WHEN "FECHA     "
                 MOVE PcValor TO WParamFecha
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

              READ AlbCtlFile
              AT END SET EndOfAlbCtl TO TRUE
              END-READ
              IF StatAlbCtl NOT = "00" AND StatAlbCtl NOT = "10"
                 STRING "ERROR LEYENDO ALBCTL.DAT STATUS "
                           DELIMITED BY SIZE
                        StatAlbCtl DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-PERFORM
           CLOSE AlbCtlFile

           IF WParamFecha = SPACES
              MOVE WRunDate TO WFechaAlb
           ELSE
              IF WParamFecha(1:8) IS NUMERIC AND
                 WParamFecha(9:) = SPACES
                 MOVE WParamFecha(1:8) TO WFechaAlb
              ELSE
                 MOVE "PARAMETRO FECHA NO NUMERICO" TO WAbendMsg
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-IF
           IF WParamDesde = SPACES
              MOVE WFechaAlb TO WFechaDesde
           ELSE
              IF WParamDesde(1:8) IS NUMERIC AND
                 WParamDesde(9:) = SPACES
                 MOVE WParamDesde(1:8) TO WFechaDesde
              ELSE
                 MOVE "PARAMETRO DESDE NO NUMERICO" TO WAbendMsg
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-IF
           IF WParamHasta = SPACES
              MOVE WFechaAlb TO WFechaHasta
           ELSE
              IF WParamHasta(1:8) IS NUMERIC AND
                 WParamHasta(9:) = SPACES
                 MOVE WParamHasta(1:8) TO WFechaHasta
              ELSE
                 MOVE "PARAMETRO HASTA NO NUMERICO" TO WAbendMsg
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-IF
           IF WFechaDesde > WFechaHasta
              MOVE "PARAMETRO DESDE POSTERIOR A HASTA" TO WAbendMsg
              PERFORM 9000-ABEND-RUTINA
           END-IF

           MOVE WRunDate TO WFechaEditar
           PERFORM 1900-EDITA-FECHA
           MOVE WFechaEditada TO WRunDateEdit.

       1500-CARGA-USUARIOS.
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

           PERFORM UNTIL EndOfUsersFile
              IF WUsuUsados < 2000
                 ADD 1 TO WUsuUsados
                 MOVE UserId TO WUsuTabId(WUsuUsados)
                 MOVE Name TO WUsuTabNombre(WUsuUsados)
                 MOVE Surname TO WUsuTabApellido(WUsuUsados)
                 MOVE Direccion TO WUsuTabDireccion(WUsuUsados)
              ELSE
                 IF NOT UsuariosDesbordados
                    DISPLAY "ALBARAN AVISO TABLA DE USUARIOS LLENA, "
                       "DESDE " UserId " SIN NOMBRE NI DIRECCION"
                       UPON CONSOLE
                    SET UsuariosDesbordados TO TRUE
                 END-IF
              END-IF

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
           END-PERFORM.

      * Fecha AAAAMMDD de WFechaEditar como AAAA-MM-DD.
       1900-EDITA-FECHA.
           MOVE WFechaEditar(1:4) TO WFechaEditada(1:4)
           MOVE "-"               TO WFechaEditada(5:1)
           MOVE WFechaEditar(5:2) TO WFechaEditada(6:2)
           MOVE "-"               TO WFechaEditada(8:1)
           MOVE WFechaEditar(7:2) TO WFechaEditada(9:2).

      * Carga las asignaciones registradas en la fecha pedida, de
      * STOCKPST y de los pendientes servidos. ASIGNAC.DAT va por
      * cliente, asi que se lee entero.
       2000-CARGA-ASIGNACIONES.
           IF AsIniciado
              READ AsignacionesFile NEXT RECORD
              AT END SET EndOfAsignaciones TO TRUE
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

              PERFORM UNTIL EndOfAsignaciones
                 IF AsFechaPost = WFechaAlb
                    ADD 1 TO WAsignacionesLeidas
                    IF WAsiUsadas < 5000
                       ADD 1 TO WAsiUsadas
                       MOVE AsCodAlmacen TO WAsiTabAlm(WAsiUsadas)
                       MOVE AsArtID TO WAsiTabArt(WAsiUsadas)
                       MOVE AsUserId TO WAsiTabUser(WAsiUsadas)
                       MOVE AsFechaCompra TO WAsiTabFecha(WAsiUsadas)
                       MOVE AsCant TO WAsiTabCant(WAsiUsadas)
                       MOVE AsNumAlbaran TO WAsiTabAlbaran(WAsiUsadas)
                    ELSE
                       IF NOT AsignacionesDesbordadas
                          DISPLAY "ALBARAN AVISO TABLA DE SALIDAS LLENA"
                             ", LISTADOS INCOMPLETOS" UPON CONSOLE
                          SET AsignacionesDesbordadas TO TRUE
                       END-IF
                    END-IF
                 END-IF

                 READ AsignacionesFile NEXT RECORD
                 AT END SET EndOfAsignaciones TO TRUE
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

       3000-ORDENA-SALIDAS.
           PERFORM VARYING WKdx FROM 1 BY 1 UNTIL WKdx >= WAsiUsadas
              PERFORM VARYING WLdx FROM WKdx BY 1
                      UNTIL WLdx > WAsiUsadas
                 IF WAsiTabOrden(WLdx) < WAsiTabOrden(WKdx)
                    MOVE WAsiEntrada(WKdx) TO WAsiSwap
                    MOVE WAsiEntrada(WLdx) TO WAsiEntrada(WKdx)
                    MOVE WAsiSwap TO WAsiEntrada(WLdx)
                 END-IF
              END-PERFORM
           END-PERFORM.

      * Lista de preparacion: un bloque por almacen, por articulo y
      * dentro de el por cliente, con total por articulo para sacar
      * la mercancia de una vez y total por almacen.
       4000-ESCRIBE-PICKING.
           WRITE PickingLine FROM CabPicking1
              BEFORE ADVANCING 1 LINES
           WRITE PickingLine FROM CabInformeFecha
              BEFORE ADVANCING 1 LINES
           MOVE WFechaAlb TO WFechaEditar
           PERFORM 1900-EDITA-FECHA
           MOVE WFechaEditada TO WLfFecha
           WRITE PickingLine FROM LineaFechaAlbaranes
              BEFORE ADVANCING 2 LINES

           IF WAsiUsadas = 0
              WRITE PickingLine FROM LineaSinSalidas
                 BEFORE ADVANCING 1 LINES
           END-IF

           MOVE SPACES TO WAlmActual
           MOVE SPACES TO WArtActual
           PERFORM VARYING WKdx FROM 1 BY 1 UNTIL WKdx > WAsiUsadas
              IF WAsiTabAlm(WKdx) NOT = WAlmActual
                 IF WAlmActual NOT = SPACES
                    PERFORM 4200-TOTAL-ARTICULO
                    PERFORM 4300-TOTAL-ALMACEN
                 END-IF
                 MOVE WAsiTabAlm(WKdx) TO WAlmActual
                 MOVE SPACES TO WArtActual
                 MOVE ZEROS TO WLineasAlmacen
                 MOVE ZEROS TO WUnidadesAlmacen
                 MOVE ZEROS TO WAlbaranesAlmacen
                 MOVE WAlmActual TO WCaAlmacen
                 WRITE PickingLine FROM CabAlmacen
                    BEFORE ADVANCING 1 LINES
                 WRITE PickingLine FROM CabPicking2
                    BEFORE ADVANCING 1 LINES
              END-IF
              IF WAsiTabArt(WKdx) NOT = WArtActual
                 IF WArtActual NOT = SPACES
                    PERFORM 4200-TOTAL-ARTICULO
                 END-IF
                 MOVE WAsiTabArt(WKdx) TO WArtActual
                 MOVE ZEROS TO WCantArticulo
                 PERFORM 4500-BUSCA-DESCRIPCION
              END-IF
              PERFORM 4100-LINEA-PICKING
           END-PERFORM
           IF WAlmActual NOT = SPACES
              PERFORM 4200-TOTAL-ARTICULO
              PERFORM 4300-TOTAL-ALMACEN
           END-IF.

       4100-LINEA-PICKING.
           MOVE WAsiTabUser(WKdx) TO WBuUserId
           PERFORM 4600-BUSCA-USUARIO
           MOVE WAsiTabArt(WKdx) TO WLkArtID
           MOVE Descripcion TO WLkDescripcion
           MOVE WAsiTabUser(WKdx) TO WLkUserId
           MOVE WNombreCompleto TO WLkNombre
           MOVE WAsiTabFecha(WKdx) TO WLkFecha
           MOVE WAsiTabCant(WKdx) TO WLkCant
           MOVE WAsiTabAlbaran(WKdx) TO WLkAlbaran
           WRITE PickingLine FROM LineaPicking
              BEFORE ADVANCING 1 LINES
           ADD 1 TO WLineasPicking
           ADD 1 TO WLineasAlmacen
           ADD WAsiTabCant(WKdx) TO WUnidadesAlmacen
           ADD WAsiTabCant(WKdx) TO WCantArticulo
      * Los albaranes de un almacen se cuentan a partir de los numeros
      * distintos que aparecen en su bloque.
           MOVE ZEROS TO WUltAlbaran
           PERFORM VARYING WLdx FROM 1 BY 1 UNTIL WLdx >= WKdx
              IF WAsiTabAlm(WLdx) = WAsiTabAlm(WKdx) AND
                 WAsiTabAlbaran(WLdx) = WAsiTabAlbaran(WKdx)
                 MOVE WAsiTabAlbaran(WLdx) TO WUltAlbaran
              END-IF
           END-PERFORM
           IF WUltAlbaran = 0
              ADD 1 TO WAlbaranesAlmacen
           END-IF.

       4200-TOTAL-ARTICULO.
           MOVE WCantArticulo TO WLtCant
           WRITE PickingLine FROM LineaTotalArticulo
              BEFORE ADVANCING 1 LINES.

       4300-TOTAL-ALMACEN.
           MOVE WAlmActual TO WLwAlmacen
           MOVE WLineasAlmacen TO WLwLineas
           MOVE WUnidadesAlmacen TO WLwUnidades
           MOVE WAlbaranesAlmacen TO WLwAlbaranes
           WRITE PickingLine FROM LineaTotalAlmacen
              BEFORE ADVANCING 3 LINES.

      * Descripcion del articulo WArtActual en ARTMAE.DAT.
       4500-BUSCA-DESCRIPCION.
           IF WArtActual IS NUMERIC
              MOVE WArtActual TO ArtMaeID
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
           END-IF.

      * Nombre y apellido del cliente WBuUserId; WUsuSel queda a cero
      * si no esta en USUARIOS.DAT.
       4600-BUSCA-USUARIO.
           MOVE ZEROS TO WUsuSel
           PERFORM VARYING WLdx FROM 1 BY 1
                   UNTIL WLdx > WUsuUsados OR WUsuSel > 0
              IF WUsuTabId(WLdx) = WBuUserId
                 MOVE WLdx TO WUsuSel
              END-IF
           END-PERFORM
           MOVE SPACES TO WNombreCompleto
           IF WUsuSel > 0
              STRING WUsuTabNombre(WUsuSel) DELIMITED BY SPACE
                     " " DELIMITED BY SIZE
                     WUsuTabApellido(WUsuSel) DELIMITED BY SPACE
                     INTO WNombreCompleto
              END-STRING
           ELSE
              MOVE "NO EN USUARIOS.DAT" TO WNombreCompleto
           END-IF.

      * Recorre ALBREG.DAT: cada albaran del periodo va al listado
      * del registro y los de la fecha de salida se imprimen ademas
      * como albaran de entrega con sus lineas.
       5000-RECORRE-REGISTRO.
           WRITE RegistroLine FROM CabRegistro1
              BEFORE ADVANCING 1 LINES
           WRITE RegistroLine FROM CabInformeFecha
              BEFORE ADVANCING 1 LINES
           MOVE WFechaDesde TO WFechaEditar
           PERFORM 1900-EDITA-FECHA
           MOVE WFechaEditada TO WLpDesde
           MOVE WFechaHasta TO WFechaEditar
           PERFORM 1900-EDITA-FECHA
           MOVE WFechaEditada TO WLpHasta
           WRITE RegistroLine FROM LineaPeriodo
              BEFORE ADVANCING 2 LINES
           WRITE RegistroLine FROM CabRegistro2
              BEFORE ADVANCING 1 LINES

           IF AbIniciado
              READ AlbRegFile
              AT END SET EndOfAlbReg TO TRUE
              END-READ
              IF StatAlbReg NOT = "00" AND StatAlbReg NOT = "10"
                 STRING "ERROR LEYENDO ALBREG.DAT STATUS "
                           DELIMITED BY SIZE
                        StatAlbReg DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF

              PERFORM UNTIL EndOfAlbReg
                 IF AbFecha NOT < WFechaDesde AND
                    AbFecha NOT > WFechaHasta
                    PERFORM 5100-LINEA-REGISTRO
                 END-IF
                 IF AbFecha = WFechaAlb
                    PERFORM 5200-IMPRIME-ALBARAN
                 END-IF

                 READ AlbRegFile
                 AT END SET EndOfAlbReg TO TRUE
                 END-READ
                 IF StatAlbReg NOT = "00" AND StatAlbReg NOT = "10"
                    STRING "ERROR LEYENDO ALBREG.DAT STATUS "
                              DELIMITED BY SIZE
                           StatAlbReg DELIMITED BY SIZE
                           INTO WAbendMsg
                    END-STRING
                    PERFORM 9000-ABEND-RUTINA
                 END-IF
              END-PERFORM
           END-IF

           IF WAlbaranesImpresos = 0
              WRITE AlbaranLine FROM LineaSinSalidas
                 BEFORE ADVANCING 1 LINES
           END-IF

           MOVE SPACES TO RegistroLine
           WRITE RegistroLine BEFORE ADVANCING 1 LINES
           MOVE WAlbaranesRegistro TO WLgAlbaranes
           MOVE WLineasRegistro TO WLgLineas
           MOVE WUnidadesRegistro TO WLgUnidades
           WRITE RegistroLine FROM LineaTotalRegistro
              BEFORE ADVANCING 1 LINES.

       5100-LINEA-REGISTRO.
           MOVE AbUserId TO WBuUserId
           PERFORM 4600-BUSCA-USUARIO
           MOVE AbNumAlbaran TO WLrNumero
           MOVE AbFecha TO WLrFecha
           MOVE AbUserId TO WLrUserId
           MOVE WNombreCompleto TO WLrNombre
           MOVE AbCodAlmacen TO WLrAlmacen
           MOVE AbLineas TO WLrLineas
           MOVE AbUnidades TO WLrUnidades
           WRITE RegistroLine FROM LineaRegistro
              BEFORE ADVANCING 1 LINES
           ADD 1 TO WAlbaranesRegistro
           ADD AbLineas TO WLineasRegistro
           ADD AbUnidades TO WUnidadesRegistro.

      * Albaran de entrega: cabecera con el cliente y su direccion y
      * las lineas de la tabla de salidas que llevan su numero (ya en
      * orden de articulo). Si no cuadran con lo anotado en el
      * registro se avisa en el propio albaran.
       5200-IMPRIME-ALBARAN.
           MOVE AbUserId TO WBuUserId
           PERFORM 4600-BUSCA-USUARIO
           MOVE AbNumAlbaran TO WCbNumero
           MOVE AbFecha TO WFechaEditar
           PERFORM 1900-EDITA-FECHA
           MOVE WFechaEditada TO WCbFecha
           MOVE AbCodAlmacen TO WCbAlmacen
           MOVE AbUserId TO WCbUserId
           MOVE WNombreCompleto TO WCbNombre
           IF WUsuSel > 0
              MOVE WUsuTabDireccion(WUsuSel) TO WCbDireccion
           ELSE
              MOVE SPACES TO WCbDireccion
              ADD 1 TO WClientesSinDatos
           END-IF

           WRITE AlbaranLine FROM CabAlbaran1
              BEFORE ADVANCING 2 LINES
           WRITE AlbaranLine FROM CabAlbaran2
              BEFORE ADVANCING 1 LINES
           WRITE AlbaranLine FROM CabAlbaran3
              BEFORE ADVANCING 1 LINES
           WRITE AlbaranLine FROM CabAlbaran4
              BEFORE ADVANCING 2 LINES
           WRITE AlbaranLine FROM CabAlbaran5
              BEFORE ADVANCING 1 LINES

           MOVE ZEROS TO WLineasAlbaran
           MOVE ZEROS TO WUnidadesAlbaran
           PERFORM VARYING WKdx FROM 1 BY 1 UNTIL WKdx > WAsiUsadas
              IF WAsiTabAlbaran(WKdx) = AbNumAlbaran
                 MOVE WAsiTabArt(WKdx) TO WArtActual
                 PERFORM 4500-BUSCA-DESCRIPCION
                 MOVE WAsiTabArt(WKdx) TO WLaArtID
                 MOVE Descripcion TO WLaDescripcion
                 MOVE WAsiTabFecha(WKdx) TO WLaFecha
                 MOVE WAsiTabCant(WKdx) TO WLaCant
                 WRITE AlbaranLine FROM LineaAlbaran
                    BEFORE ADVANCING 1 LINES
                 ADD 1 TO WLineasAlbaran
                 ADD WAsiTabCant(WKdx) TO WUnidadesAlbaran
              END-IF
           END-PERFORM

           MOVE SPACES TO AlbaranLine
           WRITE AlbaranLine BEFORE ADVANCING 1 LINES
           MOVE WLineasAlbaran TO WLbLineas
           MOVE WUnidadesAlbaran TO WLbUnidades
           WRITE AlbaranLine FROM LineaTotalAlbaran
              BEFORE ADVANCING 1 LINES
           IF WLineasAlbaran NOT = AbLineas OR
              WUnidadesAlbaran NOT = AbUnidades
              MOVE AbUnidades TO WLvUnidades
              MOVE AbLineas TO WLvLineas
              WRITE AlbaranLine FROM LineaAvisoAlbaran
                 BEFORE ADVANCING 1 LINES
              ADD 1 TO WDescuadres
           END-IF
           MOVE SPACES TO AlbaranLine
           WRITE AlbaranLine BEFORE ADVANCING 3 LINES
           ADD 1 TO WAlbaranesImpresos.
