       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRECMANT.
       AUTHOR. Miguel Martin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PrecCtlFile ASSIGN TO "PRECCTL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatPrecCtl.

           SELECT OPTIONAL TransaccionesFile ASSIGN TO "PRECTRAN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatTransacciones.

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

           SELECT OPTIONAL RecHistFile ASSIGN TO "RECHIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatRecHist.

           SELECT OPTIONAL PendPrecFile ASSIGN TO "PRECPEND.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatPendPrec.

           SELECT InformeFile ASSIGN TO "PRECMANT.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatInforme.

           SELECT OPTIONAL AuditoriaFile ASSIGN TO "PRECAUD.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatAuditoria.

           SELECT RechazosFile ASSIGN TO "PRECERR.LOG"
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
       FD  PrecCtlFile.
       01  ParametroCard.
           88 EndOfPrecCtl VALUE HIGH-VALUES.
           02 PcPalabra PIC X(10).
           02 PcValor   PIC X(70).

      * Cambios de precio. Ambito: A un articulo en un almacen, T
      * todos los almacenes de un articulo, C todos los articulos de
      * una categoria en todos sus almacenes. Tipo de cambio: F fija
      * el precio, I le suma o resta un importe, P le aplica un tanto
      * por ciento. Sin fecha efectiva el cambio vale desde hoy.
       FD  TransaccionesFile.
       01  TransaccionDetails.
           88 EndOfTransacciones VALUE HIGH-VALUES.
           02 TpAmbito        PIC X(1).
           02 TpArtID         PIC X(7).
           02 TpCodAlmacen    PIC X(5).
           02 TpCategoria     PIC X(10).
           02 TpTipoCambio    PIC X(1).
           02 TpSigno         PIC X(1).
           02 TpValor         PIC X(6).
           02 TpValorNum REDEFINES TpValor PIC 9(4)V99.
           02 TpFechaEfectiva PIC X(8).
           02 TpFechaEfectivaNum REDEFINES TpFechaEfectiva
                              PIC 9(8).
           02 TpUsuario       PIC X(8).

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

      * Cambios con fecha efectiva futura ya anotados en PRECHIST.DAT
      * cuyo precio aun no ha pasado al almacen: se activan en la
      * primera ejecucion a partir de su fecha.
       FD  PendPrecFile.
       01  PendPrecDetails.
           88 EndOfPendPrec VALUE HIGH-VALUES.
           02 PpArtID         PIC X(7).
           02 PpCodAlmacen    PIC X(5).
           02 PpFechaEfectiva PIC 9(8).
           02 PpPrecio        PIC 9(4)V99.
           02 PpUsuario       PIC X(8).

       FD  InformeFile.
       01  InformeLine          PIC X(120).

       FD  AuditoriaFile.
       01  AuditoriaLine        PIC X(130).

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

       01 CabInforme1 PIC X(24) VALUE "MANTENIMIENTO DE PRECIOS".

       01 CabInformeFecha.
           02 FILLER        PIC X(7) VALUE "FECHA: ".
           02 WRunDateEdit  PIC X(10).
           02 FILLER        PIC X(8) VALUE "  MODO: ".
           02 WCiModo       PIC X(10).

       01 CabPrecios.
           02 FILLER PIC X(9)  VALUE "ArtID    ".
           02 FILLER PIC X(7)  VALUE "Alm    ".
           02 FILLER PIC X(10) VALUE "F.Efect.  ".
           02 FILLER PIC X(9)  VALUE "Anterior ".
           02 FILLER PIC X(9)  VALUE "   Nuevo ".
           02 FILLER PIC X(10) VALUE "    Var.% ".
           02 FILLER PIC X(11) VALUE " Ult.Coste ".
           02 FILLER PIC X(5)  VALUE "Aviso".

       01 LineaTransaccion.
           02 FILLER        PIC X(13) VALUE "TRANSACCION: ".
           02 WLtAmbito     PIC X(1).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 WLtArtID      PIC X(7).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 WLtCodAlmacen PIC X(5).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 WLtCategoria  PIC X(10).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 WLtTipo       PIC X(1).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 WLtSigno      PIC X(1).
           02 WLtValor      PIC X(6).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 WLtFecha      PIC 9(8).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 WLtUsuario    PIC X(8).

       01 LineaPrecio.
           02 WLpArtID      PIC X(7).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WLpCodAlmacen PIC X(5).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WLpFecha      PIC 9(8).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WLpAnterior   PIC ZZZ9.99.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WLpNuevo      PIC ZZZ9.99.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WLpVariacion  PIC -ZZZ9.99.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WLpCoste      PIC ZZZ9.99.
           02 FILLER        PIC X(3) VALUE SPACES.
           02 WLpAviso      PIC X(40).

       01 LineaTotPrecios1.
           02 FILLER        PIC X(22) VALUE "TRANSACCIONES LEIDAS  ".
           02 WLsLeidas     PIC ZZZZ9.
           02 FILLER        PIC X(13) VALUE "  APLICADAS  ".
           02 WLsAplicadas  PIC ZZZZ9.
           02 FILLER        PIC X(14) VALUE "  RECHAZADAS  ".
           02 WLsRechazadas PIC ZZZZ9.

       01 LineaTotPrecios2.
           02 FILLER        PIC X(22) VALUE "PRECIOS CAMBIADOS     ".
           02 WLsCambiados  PIC ZZZZ9.
           02 FILLER        PIC X(13) VALUE "  BAJO COSTE ".
           02 WLsBajoCoste  PIC ZZZZ9.
           02 FILLER        PIC X(14) VALUE "  ACTIVADOS   ".
           02 WLsActivados  PIC ZZZZ9.
           02 FILLER        PIC X(14) VALUE "  PENDIENTES  ".
           02 WLsPendientes PIC ZZZZ9.

       01 LineaAuditoria.
           02 WAuFecha      PIC 9(8).
           02 FILLER        PIC X(1) VALUE " ".
           02 WAuHora       PIC 9(6).
           02 FILLER        PIC X(1) VALUE " ".
           02 WAuUsuario    PIC X(8).
           02 FILLER        PIC X(1) VALUE " ".
           02 WAuOperacion  PIC X(10).
           02 FILLER        PIC X(1) VALUE " ".
           02 WAuArtID      PIC X(7).
           02 FILLER        PIC X(1) VALUE " ".
           02 WAuCodAlmacen PIC X(5).
           02 FILLER        PIC X(9) VALUE " EFECTO: ".
           02 WAuFechaEfectiva PIC 9(8).
           02 FILLER        PIC X(7) VALUE " ANTES[".
           02 WAuAntes      PIC ZZZ9.99.
           02 FILLER        PIC X(10) VALUE "] DESPUES[".
           02 WAuDespues    PIC ZZZ9.99.
           02 FILLER        PIC X(1) VALUE "]".

       01 StatPrecCtl PIC X(02) VALUE SPACES.
           88 CtlIniciado VALUE '00'.
           88 CtlNoExiste VALUE '05'.
           88 CtlTerminado VALUE '10'.

       01 StatTransacciones PIC X(02) VALUE SPACES.
           88 TrIniciado VALUE '00'.
           88 TrNoExiste VALUE '05'.
           88 TrTerminado VALUE '10'.

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

       01 StatRecHist PIC X(02) VALUE SPACES.
           88 RhIniciado VALUE '00'.
           88 RhNoExiste VALUE '05'.
           88 RhTerminado VALUE '10'.

       01 StatPendPrec PIC X(02) VALUE SPACES.
           88 PpIniciado VALUE '00'.
           88 PpNoExiste VALUE '05'.
           88 PpTerminado VALUE '10'.

       01 StatInforme PIC X(02) VALUE SPACES.
           88 InIniciado VALUE '00'.
           88 InTerminado VALUE '10'.

       01 StatAuditoria PIC X(02) VALUE SPACES.
           88 AuIniciado VALUE '00'.
           88 AuNoExiste VALUE '05'.
           88 AuTerminado VALUE '10'.

       01 StatRechazos PIC X(02) VALUE SPACES.
           88 RxIniciado VALUE '00'.
           88 RxTerminado VALUE '10'.

       01 WRunDate       PIC 9(8) VALUE ZEROS.
       01 WRunTimeRaw    PIC 9(8) VALUE ZEROS.
       01 WRunTime       PIC 9(6) VALUE ZEROS.

      * Parametro MODO de PRECCTL.DAT: APLICAR (por defecto) graba los
      * cambios; SIMULAR solo los lista, sin tocar ningun fichero.
       01 WParamModo PIC X(10) VALUE "APLICAR".
           88 ModoAplicar VALUE "APLICAR".
           88 ModoSimular VALUE "SIMULAR".

       01 WAmbitoValido PIC X(1).
           88 AmbitoArticuloAlmacen VALUE 'A'.
           88 AmbitoArticulo        VALUE 'T'.
           88 AmbitoCategoria       VALUE 'C'.
           88 AmbitoConocido        VALUE 'A' 'T' 'C'.

       01 WTipoValido PIC X(1).
           88 CambioFijo       VALUE 'F'.
           88 CambioImporte    VALUE 'I'.
           88 CambioPorcentaje VALUE 'P'.
           88 TipoConocido     VALUE 'F' 'I' 'P'.

       01 WTranValida PIC X VALUE 'Y'.
           88 TranValida VALUE 'Y'.

       01 WMotivoRechazo PIC X(40) VALUE SPACES.

       01 WFechaEfectiva PIC 9(8) VALUE ZEROS.

       01 WFinAlmacenes PIC X VALUE 'N'.
           88 FinAlmacenesGrupo VALUE 'Y'.

       01 WFinPrecios PIC X VALUE 'N'.
           88 FinPreciosGrupo VALUE 'Y'.

       01 WFinArticulos PIC X VALUE 'N'.
           88 FinArticulosMae VALUE 'Y'.

       01 WPrecioHallado PIC X VALUE 'N'.
           88 PrecioHallado VALUE 'Y'.

       01 WCosteHallado PIC X VALUE 'N'.
           88 CosteHallado VALUE 'Y'.

       01 WBuArtID       PIC X(7) VALUE SPACES.
       01 WBuCodAlmacen  PIC X(5) VALUE SPACES.
       01 WBuFecha       PIC 9(8) VALUE ZEROS.
       01 WPrecioVigente PIC 9(4)V99 VALUE ZEROS.
       01 WUltimoCoste   PIC 9(4)V99 VALUE ZEROS.
       01 WUltimaFecha   PIC 9(8) VALUE ZEROS.

       01 WPrecioAnterior PIC 9(4)V99 VALUE ZEROS.
       01 WPrecioCalculo  PIC S9(7)V99 VALUE ZEROS.
       01 WPrecioNuevo    PIC 9(4)V99 VALUE ZEROS.
       01 WVariacion      PIC S9(5)V99 VALUE ZEROS.

       01 WFilasTran     PIC 9(5) VALUE ZEROS.

      * Ultimo coste de entrada por articulo y almacen, de RECHIST.DAT.
       01 WCosTabla.
           02 WCosEntrada OCCURS 5000 TIMES.
              03 WCosTabArtID PIC X(7).
              03 WCosTabAlm   PIC X(5).
              03 WCosTabFecha PIC 9(8).
              03 WCosTabCoste PIC 9(4)V99.
       01 WCosUsadas PIC 9(4) VALUE ZEROS.
       01 WCosSel    PIC 9(4) VALUE ZEROS.
       01 WKdx       PIC 9(4) VALUE ZEROS.

       01 WDesbordeCostes PIC X VALUE 'N'.
           88 CostesDesbordados VALUE 'Y'.

      * Cambios futuros pendientes de pasar al almacen: los de
      * PRECPEND.DAT mas los que se anotan en esta ejecucion.
       01 WPenTabla.
           02 WPenEntrada OCCURS 2000 TIMES.
              03 WPenTabArtID PIC X(7).
              03 WPenTabAlm   PIC X(5).
              03 WPenTabFecha PIC 9(8).
              03 WPenTabPrecio PIC 9(4)V99.
              03 WPenTabUsuario PIC X(8).
              03 WPenTabActivo PIC X(1).
       01 WPenUsadas PIC 9(4) VALUE ZEROS.
       01 WPdx       PIC 9(4) VALUE ZEROS.

       01 WTranLeidas     PIC 9(5) VALUE ZEROS.
       01 WTranAplicadas  PIC 9(5) VALUE ZEROS.
       01 WTranRechazadas PIC 9(5) VALUE ZEROS.
       01 WPreciosCambiados PIC 9(5) VALUE ZEROS.
       01 WPreciosBajoCoste PIC 9(5) VALUE ZEROS.
       01 WPreciosActivados PIC 9(5) VALUE ZEROS.
       01 WPreciosPendientes PIC 9(5) VALUE ZEROS.

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

           PERFORM 1000-LEE-PARAMETROS
           IF ModoAplicar
              PERFORM 0600-RECLAMA-RESPALDO
           END-IF
           PERFORM 1100-CARGA-COSTES
           PERFORM 1200-CARGA-PENDIENTES

           OPEN INPUT TransaccionesFile
           IF NOT TrIniciado AND NOT TrNoExiste
              STRING "ERROR ABRIENDO PRECTRAN.DAT STATUS "
                        DELIMITED BY SIZE
                     StatTransacciones DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           IF ModoSimular
              OPEN INPUT AlmacenesFile
           ELSE
              OPEN I-O AlmacenesFile
           END-IF
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

           IF ModoSimular
              OPEN INPUT PrecioHistFile
           ELSE
              OPEN I-O PrecioHistFile
           END-IF
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
              STRING "ERROR ABRIENDO PRECMANT.RPT STATUS "
                        DELIMITED BY SIZE
                     StatInforme DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           IF ModoAplicar
              OPEN EXTEND AuditoriaFile
              IF NOT AuIniciado AND NOT AuNoExiste
                 STRING "ERROR ABRIENDO PRECAUD.LOG STATUS "
                           DELIMITED BY SIZE
                        StatAuditoria DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-IF

           OPEN OUTPUT RechazosFile
           IF NOT RxIniciado
              STRING "ERROR ABRIENDO PRECERR.LOG STATUS "
                        DELIMITED BY SIZE
                     StatRechazos DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           MOVE WRunDate(1:4) TO WRunDateEdit(1:4)
           MOVE "-"              TO WRunDateEdit(5:1)
           MOVE WRunDate(5:2) TO WRunDateEdit(6:2)
           MOVE "-"              TO WRunDateEdit(8:1)
           MOVE WRunDate(7:2) TO WRunDateEdit(9:2)
           IF ModoSimular
              MOVE "SIMULACION" TO WCiModo
           ELSE
              MOVE "APLICACION" TO WCiModo
           END-IF
           WRITE InformeLine FROM CabInforme1
              BEFORE ADVANCING 1 LINES
           WRITE InformeLine FROM CabInformeFecha
              BEFORE ADVANCING 2 LINES
           WRITE InformeLine FROM CabPrecios
              BEFORE ADVANCING 2 LINES

           PERFORM 2000-ACTIVA-PENDIENTES

           READ TransaccionesFile
           AT END SET EndOfTransacciones TO TRUE
           END-READ
           IF StatTransacciones NOT = "00" AND
              StatTransacciones NOT = "10"
              STRING "ERROR LEYENDO PRECTRAN.DAT STATUS "
                        DELIMITED BY SIZE
                     StatTransacciones DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           PERFORM UNTIL EndOfTransacciones
              ADD 1 TO WTranLeidas
              PERFORM 3000-VALIDA-TRANSACCION
              IF TranValida
                 PERFORM 3100-APLICA-TRANSACCION
              END-IF
              IF TranValida
                 ADD 1 TO WTranAplicadas
              ELSE
                 PERFORM 5000-ESCRIBE-RECHAZO
              END-IF

              READ TransaccionesFile
              AT END SET EndOfTransacciones TO TRUE
              END-READ
              IF StatTransacciones NOT = "00" AND
                 StatTransacciones NOT = "10"
                 STRING "ERROR LEYENDO PRECTRAN.DAT STATUS "
                           DELIMITED BY SIZE
                        StatTransacciones DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-PERFORM

           IF ModoAplicar
              PERFORM 6000-GRABA-PENDIENTES
           END-IF
           PERFORM 6100-ESCRIBE-TOTALES

           CLOSE TransaccionesFile, AlmacenesFile, ArticulosMaeFile,
                 PrecioHistFile, InformeFile, RechazosFile.
           IF ModoAplicar
              CLOSE AuditoriaFile
              PERFORM 8800-ANOTA-EJECUCION
           END-IF

           DISPLAY "PRECMANT MODO                   " WParamModo
              UPON CONSOLE.
           DISPLAY "PRECMANT TRANSACCIONES LEIDAS   " WTranLeidas
              UPON CONSOLE.
           DISPLAY "PRECMANT TRANSACCIONES RECHAZADAS " WTranRechazadas
              UPON CONSOLE.
           DISPLAY "PRECMANT PRECIOS CAMBIADOS      " WPreciosCambiados
              UPON CONSOLE.
           DISPLAY "PRECMANT PRECIOS BAJO COSTE     " WPreciosBajoCoste
              UPON CONSOLE.
           DISPLAY "PRECMANT PRECIOS ACTIVADOS      " WPreciosActivados
              UPON CONSOLE.
           IF WTranRechazadas > 0 OR WPreciosBajoCoste > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       9000-ABEND-RUTINA.
           DISPLAY "ERROR FATAL DE E/S - PROGRAMA ABORTADO" UPON
              CONSOLE.
           DISPLAY WAbendMsg UPON CONSOLE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      * Reclama la copia de seguridad que RESPALDO tomo hoy de este
      * paso (la ultima, si hay varias) y la deja en uso. Sin copia
      * solo se sigue con FORZAR=S en el entorno. La simulacion no
      * graba nada y no la necesita.
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
                 IF GnPrograma = "PRECMANT" AND GnFecha = WRunDate
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
                 DISPLAY "PRECMANT AVISO SIN COPIA DE SEGURIDAD, "
                    "ANULADO POR FORZAR" UPON CONSOLE
              ELSE
                 MOVE "FALTA COPIA DE SEGURIDAD DEL PASO (RESPALDO)"
                    TO WAbendMsg
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           ELSE
              DISPLAY "PRECMANT COPIA DE SEGURIDAD EN USO  " WGeneracion
                 UPON CONSOLE
           END-IF.

      * Anota en RUNLEDG.DAT el final limpio con sus contadores y la
      * copia de seguridad en uso, que es la que RESTAURA devolveria.
      * Solo en aplicacion: una simulacion no cuenta como ejecucion.
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
           MOVE "PRECMANT" TO RlPrograma
           IF WTranRechazadas > 0 OR WPreciosBajoCoste > 0
              MOVE 04 TO RlRetorno
           ELSE
              MOVE ZEROS TO RlRetorno
           END-IF
           MOVE WTranLeidas TO RlLeidos
           MOVE WTranAplicadas TO RlAplicados
           MOVE WTranRechazadas TO RlRechazados
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

      * Lee PRECCTL.DAT (palabra en columnas 1-10, valor desde la
      * 11). Sin fichero o sin tarjeta MODO se aplican los cambios.
       1000-LEE-PARAMETROS.
           OPEN INPUT PrecCtlFile
           IF NOT CtlIniciado AND NOT CtlNoExiste
              STRING "ERROR ABRIENDO PRECCTL.DAT STATUS "
                        DELIMITED BY SIZE
                     StatPrecCtl DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           READ PrecCtlFile
           AT END SET EndOfPrecCtl TO TRUE
           END-READ
           IF StatPrecCtl NOT = "00" AND StatPrecCtl NOT = "10"
              STRING "ERROR LEYENDO PRECCTL.DAT STATUS "
                        DELIMITED BY SIZE
                     StatPrecCtl DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           PERFORM UNTIL EndOfPrecCtl
              EVALUATE PcPalabra
              WHEN "MODO      "
                 MOVE PcValor TO WParamModo
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

              READ PrecCtlFile
              AT END SET EndOfPrecCtl TO TRUE
              END-READ
              IF StatPrecCtl NOT = "00" AND StatPrecCtl NOT = "10"
                 STRING "ERROR LEYENDO PRECCTL.DAT STATUS "
                           DELIMITED BY SIZE
                        StatPrecCtl DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-PERFORM
           CLOSE PrecCtlFile

           IF NOT ModoAplicar AND NOT ModoSimular
              MOVE "PARAMETRO MODO DISTINTO DE APLICAR/SIMULAR"
                 TO WAbendMsg
              PERFORM 9000-ABEND-RUTINA
           END-IF.

      * Carga el ultimo coste de entrada de cada articulo y almacen.
      * RECHIST.DAT se escribe en orden de ejecucion; a igualdad de
      * fecha manda la entrada anotada despues.
       1100-CARGA-COSTES.
           OPEN INPUT RecHistFile
           IF NOT RhIniciado AND NOT RhNoExiste
              STRING "ERROR ABRIENDO RECHIST.DAT STATUS "
                        DELIMITED BY SIZE
                     StatRecHist DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           READ RecHistFile
           AT END SET EndOfRecHist TO TRUE
           END-READ
           IF StatRecHist NOT = "00" AND StatRecHist NOT = "10"
              STRING "ERROR LEYENDO RECHIST.DAT STATUS "
                        DELIMITED BY SIZE
                     StatRecHist DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           PERFORM UNTIL EndOfRecHist
              MOVE ZEROS TO WCosSel
              PERFORM VARYING WKdx FROM 1 BY 1
                      UNTIL WKdx > WCosUsadas OR WCosSel > 0
                 IF WCosTabArtID(WKdx) = RhArtID AND
                    WCosTabAlm(WKdx) = RhCodAlmacen
                    MOVE WKdx TO WCosSel
                 END-IF
              END-PERFORM
              IF WCosSel = 0
                 IF WCosUsadas < 5000
                    ADD 1 TO WCosUsadas
                    MOVE WCosUsadas TO WCosSel
                    MOVE RhArtID TO WCosTabArtID(WCosSel)
                    MOVE RhCodAlmacen TO WCosTabAlm(WCosSel)
                    MOVE ZEROS TO WCosTabFecha(WCosSel)
                 ELSE
                    SET CostesDesbordados TO TRUE
                 END-IF
              END-IF
              IF WCosSel > 0
                 IF RhFecha >= WCosTabFecha(WCosSel)
                    MOVE RhFecha TO WCosTabFecha(WCosSel)
                    MOVE RhCoste TO WCosTabCoste(WCosSel)
                 END-IF
              END-IF

              READ RecHistFile
              AT END SET EndOfRecHist TO TRUE
              END-READ
              IF StatRecHist NOT = "00" AND StatRecHist NOT = "10"
                 STRING "ERROR LEYENDO RECHIST.DAT STATUS "
                           DELIMITED BY SIZE
                        StatRecHist DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-PERFORM
           CLOSE RecHistFile.

       1200-CARGA-PENDIENTES.
           OPEN INPUT PendPrecFile
           IF NOT PpIniciado AND NOT PpNoExiste
              STRING "ERROR ABRIENDO PRECPEND.DAT STATUS "
                        DELIMITED BY SIZE
                     StatPendPrec DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           READ PendPrecFile
           AT END SET EndOfPendPrec TO TRUE
           END-READ
           IF StatPendPrec NOT = "00" AND StatPendPrec NOT = "10"
              STRING "ERROR LEYENDO PRECPEND.DAT STATUS "
                        DELIMITED BY SIZE
                     StatPendPrec DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           PERFORM UNTIL EndOfPendPrec
              IF WPenUsadas >= 2000
                 MOVE "TABLA DE PRECIOS PENDIENTES DESBORDADA (2000)"
                    TO WAbendMsg
                 PERFORM 9000-ABEND-RUTINA
              END-IF
              ADD 1 TO WPenUsadas
              MOVE PpArtID TO WPenTabArtID(WPenUsadas)
              MOVE PpCodAlmacen TO WPenTabAlm(WPenUsadas)
              MOVE PpFechaEfectiva TO WPenTabFecha(WPenUsadas)
              MOVE PpPrecio TO WPenTabPrecio(WPenUsadas)
              MOVE PpUsuario TO WPenTabUsuario(WPenUsadas)
              MOVE "N" TO WPenTabActivo(WPenUsadas)

              READ PendPrecFile
              AT END SET EndOfPendPrec TO TRUE
              END-READ
              IF StatPendPrec NOT = "00" AND StatPendPrec NOT = "10"
                 STRING "ERROR LEYENDO PRECPEND.DAT STATUS "
                           DELIMITED BY SIZE
                        StatPendPrec DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-PERFORM
           CLOSE PendPrecFile.

      * Pasa al almacen los cambios futuros que ya han llegado a su
      * fecha. El precio que se pone es el vigente hoy en PRECHIST.DAT,
      * que es el que cuenta si hay mas de un cambio vencido.
       2000-ACTIVA-PENDIENTES.
           PERFORM VARYING WPdx FROM 1 BY 1
                   UNTIL WPdx > WPenUsadas
              IF WPenTabFecha(WPdx) <= WRunDate
                 MOVE "S" TO WPenTabActivo(WPdx)
                 MOVE WPenTabArtID(WPdx) TO ArtAlID
                 MOVE WPenTabAlm(WPdx) TO CodAlmacen
                 READ AlmacenesFile
                 INVALID KEY
                    MOVE 'N' TO WPrecioHallado
                 NOT INVALID KEY
                    SET PrecioHallado TO TRUE
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
                 IF PrecioHallado
                    MOVE Precio TO WPrecioAnterior
                    MOVE WPenTabArtID(WPdx) TO WBuArtID
                    MOVE WPenTabAlm(WPdx) TO WBuCodAlmacen
                    MOVE WRunDate TO WBuFecha
                    PERFORM 3500-PRECIO-VIGENTE
                    IF NOT PrecioHallado
                       MOVE WPenTabPrecio(WPdx) TO WPrecioVigente
                    END-IF
                    MOVE WPrecioVigente TO WPrecioNuevo
                    PERFORM 3600-ULTIMO-COSTE
                    MOVE WPenTabArtID(WPdx) TO WLpArtID
                    MOVE WPenTabAlm(WPdx) TO WLpCodAlmacen
                    MOVE WPenTabFecha(WPdx) TO WLpFecha
                    PERFORM 4300-LINEA-PRECIO
                    IF ModoSimular
                       MOVE "SE ACTIVARIA EN EL ALMACEN" TO WLpAviso
                    ELSE
                       MOVE "ACTIVADO EN EL ALMACEN" TO WLpAviso
                       MOVE WPrecioNuevo TO Precio
                       REWRITE AlmacenesDetails
                       IF StatAlmacenes NOT = "00"
                          STRING "ERROR REESCRIBIENDO ALM.DAT STATUS "
                                    DELIMITED BY SIZE
                                 StatAlmacenes DELIMITED BY SIZE
                                 INTO WAbendMsg
                          END-STRING
                          PERFORM 9000-ABEND-RUTINA
                       END-IF
                       MOVE WPenTabUsuario(WPdx) TO WAuUsuario
                       MOVE "ACTIVACION" TO WAuOperacion
                       MOVE WPenTabArtID(WPdx) TO WAuArtID
                       MOVE WPenTabAlm(WPdx) TO WAuCodAlmacen
                       MOVE WPenTabFecha(WPdx) TO WAuFechaEfectiva
                       PERFORM 4200-ESCRIBE-AUDITORIA
                    END-IF
                    WRITE InformeLine FROM LineaPrecio
                       BEFORE ADVANCING 1 LINES
                    ADD 1 TO WPreciosActivados
                 END-IF
              END-IF
           END-PERFORM.

       3000-VALIDA-TRANSACCION.
           MOVE 'Y' TO WTranValida
           MOVE SPACES TO WMotivoRechazo
           MOVE ZEROS TO WFilasTran
           MOVE TpAmbito TO WAmbitoValido
           MOVE TpTipoCambio TO WTipoValido

           EVALUATE TRUE
           WHEN NOT AmbitoConocido
              MOVE "AMBITO DISTINTO DE A/T/C" TO WMotivoRechazo
           WHEN (AmbitoArticuloAlmacen OR AmbitoArticulo) AND
                TpArtID IS NOT NUMERIC
              MOVE "ARTICULO NO NUMERICO" TO WMotivoRechazo
           WHEN AmbitoArticuloAlmacen AND TpCodAlmacen = SPACES
              MOVE "ALMACEN EN BLANCO" TO WMotivoRechazo
           WHEN AmbitoCategoria AND TpCategoria = SPACES
              MOVE "CATEGORIA EN BLANCO" TO WMotivoRechazo
           WHEN NOT TipoConocido
              MOVE "TIPO DE CAMBIO DISTINTO DE F/I/P"
                 TO WMotivoRechazo
           WHEN TpSigno NOT = SPACE AND TpSigno NOT = "+" AND
                TpSigno NOT = "-"
              MOVE "SIGNO DISTINTO DE +/-" TO WMotivoRechazo
           WHEN CambioFijo AND TpSigno = "-"
              MOVE "PRECIO FIJO NEGATIVO" TO WMotivoRechazo
           WHEN TpValor IS NOT NUMERIC
              MOVE "VALOR NO NUMERICO" TO WMotivoRechazo
           WHEN TpValorNum = 0
              MOVE "VALOR A CERO" TO WMotivoRechazo
           WHEN TpFechaEfectiva NOT = SPACES AND
                TpFechaEfectiva IS NOT NUMERIC
              MOVE "FECHA EFECTIVA NO NUMERICA" TO WMotivoRechazo
           WHEN OTHER
              CONTINUE
           END-EVALUATE

           IF WMotivoRechazo = SPACES
              IF TpFechaEfectiva = SPACES
                 MOVE WRunDate TO WFechaEfectiva
              ELSE
                 MOVE TpFechaEfectivaNum TO WFechaEfectiva
                 IF TpFechaEfectiva(5:2) < "01" OR
                    TpFechaEfectiva(5:2) > "12" OR
                    TpFechaEfectiva(7:2) < "01" OR
                    TpFechaEfectiva(7:2) > "31"
                    MOVE "FECHA EFECTIVA INVALIDA" TO WMotivoRechazo
                 ELSE
                    IF WFechaEfectiva < WRunDate
                       MOVE "FECHA EFECTIVA ANTERIOR A HOY"
                          TO WMotivoRechazo
                    END-IF
                 END-IF
              END-IF
           END-IF

           IF WMotivoRechazo NOT = SPACES
              MOVE 'N' TO WTranValida
           END-IF.

      * Aplica la transaccion a todas las filas de almacen de su
      * ambito. Una transaccion que no alcanza a ninguna se rechaza.
       3100-APLICA-TRANSACCION.
           MOVE TpAmbito TO WLtAmbito
           MOVE TpArtID TO WLtArtID
           MOVE TpCodAlmacen TO WLtCodAlmacen
           MOVE TpCategoria TO WLtCategoria
           MOVE TpTipoCambio TO WLtTipo
           MOVE TpSigno TO WLtSigno
           MOVE TpValor TO WLtValor
           MOVE WFechaEfectiva TO WLtFecha
           MOVE TpUsuario TO WLtUsuario
           MOVE SPACES TO InformeLine
           WRITE InformeLine BEFORE ADVANCING 1 LINES
           WRITE InformeLine FROM LineaTransaccion
              BEFORE ADVANCING 1 LINES

           EVALUATE TRUE
           WHEN AmbitoArticuloAlmacen
              MOVE TpArtID TO ArtAlID
              MOVE TpCodAlmacen TO CodAlmacen
              READ AlmacenesFile
              INVALID KEY
                 MOVE 'N' TO WTranValida
                 MOVE "ARTICULO SIN FILA EN ESE ALMACEN"
                    TO WMotivoRechazo
              NOT INVALID KEY
                 PERFORM 4000-CAMBIA-PRECIO
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
           WHEN AmbitoArticulo
              MOVE TpArtID TO WBuArtID
              PERFORM 3200-RECORRE-ARTICULO
           WHEN AmbitoCategoria
              PERFORM 3300-RECORRE-CATEGORIA
           END-EVALUATE

           IF TranValida AND WFilasTran = 0
              MOVE 'N' TO WTranValida
              IF AmbitoCategoria
                 MOVE "CATEGORIA SIN ARTICULOS EN ALMACEN"
                    TO WMotivoRechazo
              ELSE
                 MOVE "ARTICULO SIN FILAS EN ALM.DAT"
                    TO WMotivoRechazo
              END-IF
           END-IF
           IF NOT TranValida
              MOVE SPACES TO InformeLine
              STRING "  TRANSACCION RECHAZADA: " DELIMITED BY SIZE
                     WMotivoRechazo DELIMITED BY SIZE
                     INTO InformeLine
              END-STRING
              WRITE InformeLine BEFORE ADVANCING 1 LINES
           END-IF.

      * Todas las filas de almacen del articulo WBuArtID.
       3200-RECORRE-ARTICULO.
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
                    PERFORM 4000-CAMBIA-PRECIO
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

      * Todos los articulos de la categoria, cada uno en todos sus
      * almacenes.
       3300-RECORRE-CATEGORIA.
           MOVE 'N' TO WFinArticulos
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
                 IF Categoria = TpCategoria
                    MOVE ArtMaeID TO WBuArtID
                    PERFORM 3200-RECORRE-ARTICULO
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

      * Precio vigente de WBuArtID/WBuCodAlmacen a la fecha WBuFecha:
      * el de fecha efectiva mas reciente que no pase de ella.
       3500-PRECIO-VIGENTE.
           MOVE 'N' TO WPrecioHallado
           MOVE ZEROS TO WPrecioVigente
           MOVE 'N' TO WFinPrecios
           MOVE WBuArtID TO ArtPhID
           MOVE WBuCodAlmacen TO PhCodAlmacen
           MOVE ZEROS TO PhFechaEfectiva
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
                    PhCodAlmacen NOT = WBuCodAlmacen OR
                    PhFechaEfectiva > WBuFecha
                    SET FinPreciosGrupo TO TRUE
                 ELSE
                    SET PrecioHallado TO TRUE
                    MOVE PhPrecio TO WPrecioVigente
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
           END-PERFORM
           MOVE 'N' TO WFinPrecios.

      * Ultimo coste de entrada de WBuArtID en WBuCodAlmacen o, si en
      * ese almacen no ha entrado nunca, el mas reciente del articulo
      * en cualquier almacen.
       3600-ULTIMO-COSTE.
           MOVE 'N' TO WCosteHallado
           MOVE ZEROS TO WUltimoCoste, WUltimaFecha
           MOVE ZEROS TO WCosSel
           PERFORM VARYING WKdx FROM 1 BY 1
                   UNTIL WKdx > WCosUsadas
              IF WCosTabArtID(WKdx) = WBuArtID
                 IF WCosTabAlm(WKdx) = WBuCodAlmacen
                    MOVE WKdx TO WCosSel
                 END-IF
                 IF NOT CosteHallado OR
                    WCosTabFecha(WKdx) >= WUltimaFecha
                    SET CosteHallado TO TRUE
                    MOVE WCosTabFecha(WKdx) TO WUltimaFecha
                    MOVE WCosTabCoste(WKdx) TO WUltimoCoste
                 END-IF
              END-IF
           END-PERFORM
           IF WCosSel > 0
              MOVE WCosTabCoste(WCosSel) TO WUltimoCoste
           END-IF.

      * Calcula el nuevo precio de la fila de almacen en curso sobre
      * el vigente a la fecha efectiva (o el del almacen si no hay
      * historico), lo lista con el anterior y, si se aplica, lo deja
      * en PRECHIST.DAT y en el almacen (hoy) o en pendientes (futuro).
       4000-CAMBIA-PRECIO.
           ADD 1 TO WFilasTran
           MOVE ArtAlID TO WBuArtID
           MOVE CodAlmacen TO WBuCodAlmacen
           MOVE WFechaEfectiva TO WBuFecha
           MOVE ArtAlID TO WLpArtID
           MOVE CodAlmacen TO WLpCodAlmacen
           MOVE WFechaEfectiva TO WLpFecha
           MOVE Precio TO WPrecioAnterior
           PERFORM 3500-PRECIO-VIGENTE
           IF PrecioHallado
              MOVE WPrecioVigente TO WPrecioAnterior
           END-IF

           EVALUATE TRUE
           WHEN CambioFijo
              MOVE TpValorNum TO WPrecioCalculo
           WHEN CambioImporte
              IF TpSigno = "-"
                 COMPUTE WPrecioCalculo =
                    WPrecioAnterior - TpValorNum
              ELSE
                 COMPUTE WPrecioCalculo =
                    WPrecioAnterior + TpValorNum
              END-IF
           WHEN CambioPorcentaje
              IF TpSigno = "-"
                 COMPUTE WPrecioCalculo ROUNDED =
                    WPrecioAnterior * (100 - TpValorNum) / 100
              ELSE
                 COMPUTE WPrecioCalculo ROUNDED =
                    WPrecioAnterior * (100 + TpValorNum) / 100
              END-IF
           END-EVALUATE

           PERFORM 3600-ULTIMO-COSTE
           MOVE SPACES TO WLpAviso

           IF WPrecioCalculo <= 0 OR WPrecioCalculo > 9999.99
              MOVE WPrecioAnterior TO WPrecioNuevo
              PERFORM 4300-LINEA-PRECIO
              MOVE ZEROS TO WLpNuevo, WLpVariacion
              MOVE "RECHAZADO: PRECIO RESULTANTE FUERA DE RANGO"
                 TO WLpAviso
              WRITE InformeLine FROM LineaPrecio
                 BEFORE ADVANCING 1 LINES
           ELSE
              MOVE WPrecioCalculo TO WPrecioNuevo
              PERFORM 4300-LINEA-PRECIO
              IF CosteHallado AND WPrecioNuevo < WUltimoCoste
                 MOVE "BAJO ULTIMO COSTE" TO WLpAviso
                 ADD 1 TO WPreciosBajoCoste
              END-IF
              IF WFechaEfectiva > WRunDate
                 IF WLpAviso = SPACES
                    MOVE "EFECTO FUTURO" TO WLpAviso
                 ELSE
                    MOVE "BAJO ULTIMO COSTE - EFECTO FUTURO"
                       TO WLpAviso
                 END-IF
              END-IF
              WRITE InformeLine FROM LineaPrecio
                 BEFORE ADVANCING 1 LINES
              ADD 1 TO WPreciosCambiados
              IF ModoAplicar
                 PERFORM 4100-GRABA-PRECIO
              END-IF
           END-IF.

      * Deja el precio en PRECHIST.DAT con su fecha efectiva (si ya
      * habia uno ese dia se sustituye) y, si es de hoy, en el almacen;
      * si es futuro queda pendiente de activar en PRECPEND.DAT.
       4100-GRABA-PRECIO.
           MOVE WBuArtID TO ArtPhID
           MOVE WBuCodAlmacen TO PhCodAlmacen
           MOVE WFechaEfectiva TO PhFechaEfectiva
           MOVE WPrecioNuevo TO PhPrecio
           WRITE PrecioHistDetails
           INVALID KEY
              REWRITE PrecioHistDetails
              IF StatPrecioHist NOT = "00"
                 STRING "ERROR REESCRIBIENDO PRECHIST.DAT STATUS "
                           DELIMITED BY SIZE
                        StatPrecioHist DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-WRITE
           IF StatPrecioHist NOT = "00" AND
              StatPrecioHist NOT = "22"
              STRING "ERROR ESCRIBIENDO PRECHIST.DAT STATUS "
                        DELIMITED BY SIZE
                     StatPrecioHist DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           IF WFechaEfectiva = WRunDate
              MOVE WPrecioNuevo TO Precio
              REWRITE AlmacenesDetails
              IF StatAlmacenes NOT = "00"
                 STRING "ERROR REESCRIBIENDO ALM.DAT STATUS "
                           DELIMITED BY SIZE
                        StatAlmacenes DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           ELSE
              IF WPenUsadas >= 2000
                 MOVE "TABLA DE PRECIOS PENDIENTES DESBORDADA (2000)"
                    TO WAbendMsg
                 PERFORM 9000-ABEND-RUTINA
              END-IF
              ADD 1 TO WPenUsadas
              MOVE WBuArtID TO WPenTabArtID(WPenUsadas)
              MOVE WBuCodAlmacen TO WPenTabAlm(WPenUsadas)
              MOVE WFechaEfectiva TO WPenTabFecha(WPenUsadas)
              MOVE WPrecioNuevo TO WPenTabPrecio(WPenUsadas)
              MOVE TpUsuario TO WPenTabUsuario(WPenUsadas)
              MOVE "N" TO WPenTabActivo(WPenUsadas)
           END-IF

           MOVE TpUsuario TO WAuUsuario
           MOVE "CAMBIO" TO WAuOperacion
           MOVE WBuArtID TO WAuArtID
           MOVE WBuCodAlmacen TO WAuCodAlmacen
           MOVE WFechaEfectiva TO WAuFechaEfectiva
           PERFORM 4200-ESCRIBE-AUDITORIA.

       4200-ESCRIBE-AUDITORIA.
           ACCEPT WRunTimeRaw FROM TIME
           MOVE WRunTimeRaw(1:6) TO WRunTime
           MOVE WRunDate TO WAuFecha
           MOVE WRunTime TO WAuHora
           MOVE WPrecioAnterior TO WAuAntes
           MOVE WPrecioNuevo TO WAuDespues
           WRITE AuditoriaLine FROM LineaAuditoria
           IF StatAuditoria NOT = "00"
              STRING "ERROR ESCRIBIENDO PRECAUD.LOG STATUS "
                        DELIMITED BY SIZE
                     StatAuditoria DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF.

      * Importes de la linea del listado: anterior, nuevo, variacion
      * en tanto por ciento y ultimo coste de entrada.
       4300-LINEA-PRECIO.
           MOVE WPrecioAnterior TO WLpAnterior
           MOVE WPrecioNuevo TO WLpNuevo
           IF WPrecioAnterior > 0
              COMPUTE WVariacion ROUNDED =
                 (WPrecioNuevo - WPrecioAnterior) * 100
                 / WPrecioAnterior
           ELSE
              MOVE ZEROS TO WVariacion
           END-IF
           MOVE WVariacion TO WLpVariacion
           MOVE WUltimoCoste TO WLpCoste.

       5000-ESCRIBE-RECHAZO.
           MOVE SPACES TO RechazoLine
           STRING "TRANSACCION RECHAZADA " DELIMITED BY SIZE
                  TpAmbito DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TpArtID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TpCodAlmacen DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TpCategoria DELIMITED BY SIZE
                  " USUARIO " DELIMITED BY SIZE
                  TpUsuario DELIMITED BY SIZE
                  " MOTIVO " DELIMITED BY SIZE
                  WMotivoRechazo DELIMITED BY SIZE
                  INTO RechazoLine
           END-STRING
           WRITE RechazoLine
           ADD 1 TO WTranRechazadas.

      * Reescribe PRECPEND.DAT con los cambios futuros que siguen sin
      * llegar a su fecha.
       6000-GRABA-PENDIENTES.
           OPEN OUTPUT PendPrecFile
           IF NOT PpIniciado
              STRING "ERROR ABRIENDO PRECPEND.DAT STATUS "
                        DELIMITED BY SIZE
                     StatPendPrec DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           PERFORM VARYING WPdx FROM 1 BY 1
                   UNTIL WPdx > WPenUsadas
              IF WPenTabActivo(WPdx) NOT = "S"
                 MOVE WPenTabArtID(WPdx) TO PpArtID
                 MOVE WPenTabAlm(WPdx) TO PpCodAlmacen
                 MOVE WPenTabFecha(WPdx) TO PpFechaEfectiva
                 MOVE WPenTabPrecio(WPdx) TO PpPrecio
                 MOVE WPenTabUsuario(WPdx) TO PpUsuario
                 WRITE PendPrecDetails
                 IF StatPendPrec NOT = "00"
                    STRING "ERROR ESCRIBIENDO PRECPEND.DAT STATUS "
                              DELIMITED BY SIZE
                           StatPendPrec DELIMITED BY SIZE
                           INTO WAbendMsg
                    END-STRING
                    PERFORM 9000-ABEND-RUTINA
                 END-IF
                 ADD 1 TO WPreciosPendientes
              END-IF
           END-PERFORM
           CLOSE PendPrecFile.

       6100-ESCRIBE-TOTALES.
           MOVE SPACES TO InformeLine
           WRITE InformeLine BEFORE ADVANCING 1 LINES
           MOVE WTranLeidas TO WLsLeidas
           MOVE WTranAplicadas TO WLsAplicadas
           MOVE WTranRechazadas TO WLsRechazadas
           WRITE InformeLine FROM LineaTotPrecios1
              BEFORE ADVANCING 1 LINES
           MOVE WPreciosCambiados TO WLsCambiados
           MOVE WPreciosBajoCoste TO WLsBajoCoste
           MOVE WPreciosActivados TO WLsActivados
           MOVE WPreciosPendientes TO WLsPendientes
           WRITE InformeLine FROM LineaTotPrecios2
              BEFORE ADVANCING 1 LINES
           IF ModoSimular
              MOVE "SIMULACION: NO SE HA GRABADO NINGUN CAMBIO"
                 TO InformeLine
              WRITE InformeLine BEFORE ADVANCING 1 LINES
           END-IF
           IF CostesDesbordados
              MOVE "AVISO: TABLA DE COSTES DESBORDADA - CONTROL DE COST
      -           "E PARCIAL" TO InformeLine
              WRITE InformeLine BEFORE ADVANCING 1 LINES
           END-IF.
