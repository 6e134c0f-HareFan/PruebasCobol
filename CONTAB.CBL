       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTAB.
       AUTHOR. Miguel Martin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ContCtlFile ASSIGN TO "CONTCTL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatContCtl.

           SELECT OPTIONAL FacturasRegFile ASSIGN TO "FACTREG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatFacturasReg.

           SELECT OPTIONAL MovContableFile ASSIGN TO "CONTAMOV.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatMovContable.

           SELECT CuentasFile ASSIGN TO "CTAMAP.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CtClave
                  FILE STATUS IS StatCuentas.

           SELECT OPTIONAL CierresFile ASSIGN TO "CONTCIER.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatCierres.

           SELECT DiarioFile ASSIGN TO "CONTAB.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatDiario.

           SELECT InformeFile ASSIGN TO "CONTAB.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatInforme.

       DATA DIVISION.
       FILE SECTION.
       FD  ContCtlFile.
       01  ParametroCard.
           88 EndOfContCtl VALUE HIGH-VALUES.
           02 PcPalabra PIC X(10).
           02 PcValor   PIC X(70).

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

       FD  MovContableFile.
       01  MovContableDetails.
           88 EndOfMovContable VALUE HIGH-VALUES.
           02 CmTipo       PIC X(2).
           02 CmFecha      PIC 9(8).
           02 CmCategoria  PIC X(10).
           02 CmImporte    PIC 9(13)V99.
           02 CmPrograma   PIC X(8).
           02 CmReferencia PIC X(30).

       FD  CuentasFile.
       01  CuentasDetails.
           88 EndOfCuentas VALUE HIGH-VALUES.
           02 CtClave.
              03 CtTipo        PIC X(2).
              03 CtCategoria   PIC X(10).
           02 CtCuentaDebe     PIC X(10).
           02 CtCuentaHaber    PIC X(10).
           02 CtCuentaIva      PIC X(10).
           02 CtDescripcion    PIC X(20).

      * Periodos ya llevados a contabilidad, con la fecha de cierre y
      * los totales del diario que se genero.
       FD  CierresFile.
       01  CierresDetails.
           88 EndOfCierres VALUE HIGH-VALUES.
           02 CiPeriodo     PIC 9(6).
           02 CiFechaCierre PIC 9(8).
           02 CiDebe        PIC 9(13)V99.
           02 CiHaber       PIC 9(13)V99.
           02 CiApuntes     PIC 9(7).

      * Diario contable del periodo: un asiento por documento o
      * movimiento de origen y un apunte por cuenta del asiento.
       FD  DiarioFile.
       01  DiarioDetails.
           02 CdPeriodo     PIC 9(6).
           02 CdAsiento     PIC 9(7).
           02 CdFecha       PIC 9(8).
           02 CdCuenta      PIC X(10).
           02 CdDebeHaber   PIC X(1).
           02 CdImporte     PIC 9(13)V99.
           02 CdTipo        PIC X(2).
           02 CdReferencia  PIC X(30).

       FD  InformeFile.
       01  InformeLine          PIC X(100).

       WORKING-STORAGE SECTION.

       01 CabInforme1 PIC X(36)
                      VALUE "PRUEBA DE CUADRE DEL DIARIO CONTABLE".

       01 CabInformeFecha.
           02 FILLER        PIC X(7) VALUE "FECHA: ".
           02 WRunDateEdit  PIC X(10).

       01 CabPeriodo.
           02 FILLER        PIC X(9)  VALUE "PERIODO: ".
           02 WCpPeriodo    PIC X(6).
           02 FILLER        PIC X(8)  VALUE "  MODO: ".
           02 WCpModo       PIC X(10).

       01 CabCuentas.
           02 FILLER PIC X(12) VALUE "Cuenta      ".
           02 FILLER PIC X(15) VALUE "         Debe  ".
           02 FILLER PIC X(15) VALUE "        Haber  ".
           02 FILLER PIC X(14) VALUE "         Saldo".

       01 LineaCuenta.
           02 WLcCuenta     PIC X(10).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WLcDebe       PIC ZZZZZZZZZ9.99.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WLcHaber      PIC ZZZZZZZZZ9.99.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 WLcSaldo      PIC -ZZZZZZZZZ9.99.

       01 LineaTotales.
           02 FILLER        PIC X(12) VALUE "TOTALES     ".
           02 WLtDebe       PIC ZZZZZZZZZ9.99.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WLtHaber      PIC ZZZZZZZZZ9.99.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 WLtSaldo      PIC -ZZZZZZZZZ9.99.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WLtMarca      PIC X(9).

       01 LineaSinCuenta.
           02 FILLER        PIC X(16) VALUE "SIN CUENTA TIPO ".
           02 WLsTipo       PIC X(2).
           02 FILLER        PIC X(12) VALUE "  CATEGORIA ".
           02 WLsCategoria  PIC X(10).
           02 FILLER        PIC X(14) VALUE "  MOVIMIENTOS ".
           02 WLsMovimientos PIC ZZZZ9.
           02 FILLER        PIC X(10) VALUE "  IMPORTE ".
           02 WLsImporte    PIC ZZZZZZZZZ9.99.

       01 LineaFuentes.
           02 FILLER        PIC X(9)  VALUE "FACTURAS ".
           02 WLfFacturas   PIC ZZZZ9.
           02 FILLER        PIC X(9)  VALUE "  ABONOS ".
           02 WLfAbonos     PIC ZZZZ9.
           02 FILLER        PIC X(9)  VALUE "  COBROS ".
           02 WLfCobros     PIC ZZZZ9.
           02 FILLER        PIC X(14) VALUE "  RECEPCIONES ".
           02 WLfRecepciones PIC ZZZZ9.
           02 FILLER        PIC X(10) VALUE "  AJUSTES ".
           02 WLfAjustes    PIC ZZZZ9.

       01 LineaResultado.
           02 FILLER        PIC X(18) VALUE "DIARIO GENERADO:  ".
           02 WLrAsientos   PIC ZZZZZZ9.
           02 FILLER        PIC X(10) VALUE " ASIENTOS ".
           02 WLrApuntes    PIC ZZZZZZ9.
           02 FILLER        PIC X(9)  VALUE " APUNTES ".
           02 WLrCierre     PIC X(30).

       01 StatContCtl PIC X(02) VALUE SPACES.
           88 CtlIniciado VALUE '00'.
           88 CtlTerminado VALUE '10'.

       01 StatFacturasReg PIC X(02) VALUE SPACES.
           88 FgIniciado VALUE '00'.
           88 FgNoExiste VALUE '05'.
           88 FgTerminado VALUE '10'.

       01 StatMovContable PIC X(02) VALUE SPACES.
           88 CmIniciado VALUE '00'.
           88 CmNoExiste VALUE '05'.
           88 CmTerminado VALUE '10'.

       01 StatCuentas PIC X(02) VALUE SPACES.
           88 CtIniciado VALUE '00'.
           88 CtTerminado VALUE '10'.

       01 StatCierres PIC X(02) VALUE SPACES.
           88 CiIniciado VALUE '00'.
           88 CiNoExiste VALUE '05'.
           88 CiTerminado VALUE '10'.

       01 StatDiario PIC X(02) VALUE SPACES.
           88 CdIniciado VALUE '00'.
           88 CdTerminado VALUE '10'.

       01 StatInforme PIC X(02) VALUE SPACES.
           88 InIniciado VALUE '00'.
           88 InTerminado VALUE '10'.

       01 WRunDate       PIC 9(8) VALUE ZEROS.

      * Parametros de CONTCTL.DAT: PERIODO (aaaamm) obligatorio;
      * PRUEBA S saca solo el listado de cuadre, sin diario ni cierre.
       01 WParamPeriodo  PIC X(6) VALUE SPACES.
       01 WParamPrueba   PIC X(1) VALUE 'N'.
           88 SoloPrueba VALUE 'S'.

      * Primera fase: se recorren las fuentes acumulando por cuenta
      * para el listado de cuadre. Segunda fase, solo si cuadra y
      * todo tiene cuenta: se vuelven a recorrer escribiendo el diario.
       01 WFase PIC 9(1) VALUE 1.
           88 FaseCuadre VALUE 1.
           88 FaseDiario VALUE 2.

       01 WPeriodoCerrado PIC X VALUE 'N'.
           88 PeriodoCerrado VALUE 'Y'.

       01 WCuentaHallada PIC X VALUE 'N'.
           88 CuentaHallada VALUE 'Y'.

       01 WPosicion PIC X VALUE 'N'.
           88 PosicionHallada VALUE 'Y'.

      * Cuentas del asiento en curso, segun CTAMAP.DAT.
       01 WBuTipo        PIC X(2).
       01 WBuCategoria   PIC X(10).
       01 WCuentaDebe    PIC X(10).
       01 WCuentaHaber   PIC X(10).
       01 WCuentaIva     PIC X(10).

      * Apunte en curso.
       01 WApCuenta      PIC X(10).
       01 WApDebeHaber   PIC X(1).
       01 WApImporte     PIC 9(13)V99.
       01 WApFecha       PIC 9(8).
       01 WApTipo        PIC X(2).
       01 WApReferencia  PIC X(30).

      * Sumas por cuenta, ordenadas por cuenta segun se van dando
      * de alta.
       01 WCtaTabla.
           02 WCtaEntrada OCCURS 500 TIMES.
              03 WCtaTabCuenta PIC X(10).
              03 WCtaTabDebe   PIC 9(13)V99.
              03 WCtaTabHaber  PIC 9(13)V99.
       01 WCtaUsadas PIC 9(3) VALUE ZEROS.
       01 WCdx       PIC 9(3) VALUE ZEROS.
       01 WSdx       PIC 9(3) VALUE ZEROS.

      * Tipos y categorias sin cuenta en CTAMAP.DAT.
       01 WSinTabla.
           02 WSinEntrada OCCURS 100 TIMES.
              03 WSinTabTipo      PIC X(2).
              03 WSinTabCategoria PIC X(10).
              03 WSinTabMovs      PIC 9(5).
              03 WSinTabImporte   PIC 9(13)V99.
       01 WSinUsadas PIC 9(3) VALUE ZEROS.
       01 WXdx       PIC 9(3) VALUE ZEROS.

       01 WDesbordeSinCuenta PIC X VALUE 'N'.
           88 SinCuentaDesbordada VALUE 'Y'.

       01 WMovSinCuenta  PIC 9(5) VALUE ZEROS.

       01 WTotDebe       PIC 9(13)V99 VALUE ZEROS.
       01 WTotHaber      PIC 9(13)V99 VALUE ZEROS.
       01 WSaldo         PIC S9(13)V99 VALUE ZEROS.

       01 WDocFacturas    PIC 9(5) VALUE ZEROS.
       01 WDocAbonos      PIC 9(5) VALUE ZEROS.
       01 WMovCobros      PIC 9(5) VALUE ZEROS.
       01 WMovRecepciones PIC 9(5) VALUE ZEROS.
       01 WMovAjustes     PIC 9(5) VALUE ZEROS.

       01 WAsientos      PIC 9(7) VALUE ZEROS.
       01 WApuntes       PIC 9(7) VALUE ZEROS.

       01 WAbendMsg PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WRunDate FROM DATE YYYYMMDD

           PERFORM 1000-LEE-PARAMETROS
           PERFORM 1100-COMPRUEBA-CIERRE

           OPEN INPUT CuentasFile
           IF NOT CtIniciado
              STRING "ERROR ABRIENDO CTAMAP.DAT STATUS "
                        DELIMITED BY SIZE
                     StatCuentas DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           OPEN OUTPUT InformeFile
           IF NOT InIniciado
              STRING "ERROR ABRIENDO CONTAB.RPT STATUS "
                        DELIMITED BY SIZE
                     StatInforme DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           MOVE WRunDate(1:4) TO WRunDateEdit(1:4)
           MOVE "-"              TO WRunDateEdit(5:1)
           MOVE WRunDate(5:2) TO WRunDateEdit(6:2)
           MOVE "-"              TO WRunDateEdit(8:1)
           MOVE WRunDate(7:2) TO WRunDateEdit(9:2)
           MOVE WParamPeriodo TO WCpPeriodo
           IF SoloPrueba
              MOVE "PRUEBA" TO WCpModo
           ELSE
              MOVE "DEFINITIVO" TO WCpModo
           END-IF
           WRITE InformeLine FROM CabInforme1
              BEFORE ADVANCING 1 LINES
           WRITE InformeLine FROM CabInformeFecha
              BEFORE ADVANCING 1 LINES
           WRITE InformeLine FROM CabPeriodo
              BEFORE ADVANCING 2 LINES

           IF PeriodoCerrado
              MOVE SPACES TO InformeLine
              STRING "PERIODO " DELIMITED BY SIZE
                     WParamPeriodo DELIMITED BY SIZE
                     " YA CERRADO EN CONTCIER.DAT - NO SE CONTABILIZA"
                        DELIMITED BY SIZE
                     INTO InformeLine
              END-STRING
              WRITE InformeLine BEFORE ADVANCING 1 LINES
              CLOSE CuentasFile, InformeFile
              DISPLAY "CONTAB PERIODO YA CERRADO " WParamPeriodo
                 UPON CONSOLE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           SET FaseCuadre TO TRUE
           PERFORM 2000-RECORRE-FUENTES
           PERFORM 5000-IMPRIME-CUADRE

           MOVE SPACES TO InformeLine
           WRITE InformeLine BEFORE ADVANCING 1 LINES
           EVALUATE TRUE
           WHEN WMovSinCuenta > 0
              MOVE "DIARIO NO GENERADO: HAY MOVIMIENTOS SIN CUENTA"
                 TO InformeLine
              WRITE InformeLine BEFORE ADVANCING 1 LINES
              MOVE 8 TO RETURN-CODE
           WHEN WTotDebe NOT = WTotHaber
              MOVE "DIARIO NO GENERADO: DEBE Y HABER NO CUADRAN"
                 TO InformeLine
              WRITE InformeLine BEFORE ADVANCING 1 LINES
              MOVE 8 TO RETURN-CODE
           WHEN SoloPrueba
              MOVE "EJECUCION DE PRUEBA: DIARIO NO GENERADO"
                 TO InformeLine
              WRITE InformeLine BEFORE ADVANCING 1 LINES
           WHEN OTHER
              OPEN OUTPUT DiarioFile
              IF NOT CdIniciado
                 STRING "ERROR ABRIENDO CONTAB.DAT STATUS "
                           DELIMITED BY SIZE
                        StatDiario DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
              SET FaseDiario TO TRUE
              MOVE ZEROS TO WAsientos, WApuntes
              PERFORM 2000-RECORRE-FUENTES
              CLOSE DiarioFile
              PERFORM 6000-CIERRA-PERIODO
              MOVE WAsientos TO WLrAsientos
              MOVE WApuntes TO WLrApuntes
              MOVE "  PERIODO CERRADO" TO WLrCierre
              WRITE InformeLine FROM LineaResultado
                 BEFORE ADVANCING 1 LINES
           END-EVALUATE

           CLOSE CuentasFile, InformeFile.

           DISPLAY "CONTAB PERIODO               " WParamPeriodo
              UPON CONSOLE.
           DISPLAY "CONTAB FACTURAS              " WDocFacturas
              UPON CONSOLE.
           DISPLAY "CONTAB ABONOS                " WDocAbonos
              UPON CONSOLE.
           DISPLAY "CONTAB MOVIMIENTOS SIN CUENTA " WMovSinCuenta
              UPON CONSOLE.
           DISPLAY "CONTAB APUNTES ESCRITOS      " WApuntes
              UPON CONSOLE.
           IF RETURN-CODE = 8
              DISPLAY "CONTAB DIARIO RECHAZADO" UPON CONSOLE
           END-IF
           STOP RUN.

       9000-ABEND-RUTINA.
           DISPLAY "ERROR FATAL DE E/S - PROGRAMA ABORTADO" UPON
              CONSOLE.
           DISPLAY WAbendMsg UPON CONSOLE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      * Lee la tarjeta de control CONTCTL.DAT (palabra en columnas
      * 1-10 y valor desde la 11). Una tarjeta desconocida o un
      * periodo ausente o mal formado aborta.
       1000-LEE-PARAMETROS.
           OPEN INPUT ContCtlFile
           IF NOT CtlIniciado
              STRING "ERROR ABRIENDO CONTCTL.DAT STATUS "
                        DELIMITED BY SIZE
                     StatContCtl DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           READ ContCtlFile
           AT END SET EndOfContCtl TO TRUE
           END-READ
           IF StatContCtl NOT = "00" AND StatContCtl NOT = "10"
              STRING "ERROR LEYENDO CONTCTL.DAT STATUS "
                        DELIMITED BY SIZE
                     StatContCtl DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           PERFORM UNTIL EndOfContCtl
              EVALUATE PcPalabra
              WHEN "PERIODO   "
                 MOVE PcValor TO WParamPeriodo
              WHEN "PRUEBA    "
                 MOVE PcValor TO WParamPrueba
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

              READ ContCtlFile
              AT END SET EndOfContCtl TO TRUE
              END-READ
              IF StatContCtl NOT = "00" AND StatContCtl NOT = "10"
                 STRING "ERROR LEYENDO CONTCTL.DAT STATUS "
                           DELIMITED BY SIZE
                        StatContCtl DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-PERFORM
           CLOSE ContCtlFile

           IF WParamPeriodo = SPACES
              MOVE "FALTA PARAMETRO PERIODO" TO WAbendMsg
              PERFORM 9000-ABEND-RUTINA
           END-IF
           IF WParamPeriodo IS NOT NUMERIC
              MOVE "PARAMETRO PERIODO NO NUMERICO" TO WAbendMsg
              PERFORM 9000-ABEND-RUTINA
           END-IF
           IF WParamPeriodo(5:2) < "01" OR WParamPeriodo(5:2) > "12"
              MOVE "PARAMETRO PERIODO CON MES INVALIDO" TO WAbendMsg
              PERFORM 9000-ABEND-RUTINA
           END-IF
           IF WParamPrueba NOT = 'S'
              MOVE 'N' TO WParamPrueba
           END-IF.

      * Busca el periodo en CONTCIER.DAT; un periodo ya cerrado no se
      * vuelve a contabilizar.
       1100-COMPRUEBA-CIERRE.
           OPEN INPUT CierresFile
           IF NOT CiIniciado AND NOT CiNoExiste
              STRING "ERROR ABRIENDO CONTCIER.DAT STATUS "
                        DELIMITED BY SIZE
                     StatCierres DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           READ CierresFile
           AT END SET EndOfCierres TO TRUE
           END-READ
           IF StatCierres NOT = "00" AND StatCierres NOT = "10"
              STRING "ERROR LEYENDO CONTCIER.DAT STATUS "
                        DELIMITED BY SIZE
                     StatCierres DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           PERFORM UNTIL EndOfCierres
              IF CiPeriodo = WParamPeriodo
                 SET PeriodoCerrado TO TRUE
              END-IF
              READ CierresFile
              AT END SET EndOfCierres TO TRUE
              END-READ
              IF StatCierres NOT = "00" AND StatCierres NOT = "10"
                 STRING "ERROR LEYENDO CONTCIER.DAT STATUS "
                           DELIMITED BY SIZE
                        StatCierres DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-PERFORM
           CLOSE CierresFile.

      * Recorre las fuentes del periodo: facturas y abonos del
      * registro de facturacion, y cobros, recepciones y ajustes de
      * inventario anotados en CONTAMOV.DAT.
       2000-RECORRE-FUENTES.
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
              IF FrFecha(1:6) = WParamPeriodo
                 PERFORM 3000-CONTABILIZA-FACTURA
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
           CLOSE FacturasRegFile

           OPEN INPUT MovContableFile
           IF NOT CmIniciado AND NOT CmNoExiste
              STRING "ERROR ABRIENDO CONTAMOV.DAT STATUS "
                        DELIMITED BY SIZE
                     StatMovContable DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           READ MovContableFile
           AT END SET EndOfMovContable TO TRUE
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

           PERFORM UNTIL EndOfMovContable
              IF CmFecha(1:6) = WParamPeriodo
                 PERFORM 3100-CONTABILIZA-MOVIMIENTO
              END-IF
              READ MovContableFile
              AT END SET EndOfMovContable TO TRUE
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

      * Factura de venta (FV): cargo al cliente por el total, abono a
      * ventas por la base y a IVA repercutido por la cuota. Abono a
      * cliente (AB): el asiento inverso. Las facturas no llevan
      * categoria y toman siempre la fila general del tipo.
       3000-CONTABILIZA-FACTURA.
           IF FrEstado = "A"
              MOVE "AB" TO WBuTipo
           ELSE
              MOVE "FV" TO WBuTipo
           END-IF
           MOVE SPACES TO WBuCategoria
           PERFORM 3500-BUSCA-CUENTAS

           IF FaseCuadre
              IF FrEstado = "A"
                 ADD 1 TO WDocAbonos
              ELSE
                 ADD 1 TO WDocFacturas
              END-IF
           END-IF

           IF NOT CuentaHallada
              IF FaseCuadre
                 MOVE FrTotal TO WApImporte
                 PERFORM 3700-ANOTA-SIN-CUENTA
              END-IF
           ELSE
              ADD 1 TO WAsientos
              MOVE FrFecha TO WApFecha
              MOVE WBuTipo TO WApTipo
              MOVE SPACES TO WApReferencia
              IF FrEstado = "A"
                 STRING "ABONO " DELIMITED BY SIZE
                        FrNumFactura DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        FrUserId DELIMITED BY SIZE
                        INTO WApReferencia
                 END-STRING
                 MOVE WCuentaDebe TO WApCuenta
                 MOVE "D" TO WApDebeHaber
                 MOVE FrBase TO WApImporte
                 PERFORM 3600-APUNTE
                 MOVE WCuentaIva TO WApCuenta
                 MOVE "D" TO WApDebeHaber
                 MOVE FrIva TO WApImporte
                 PERFORM 3600-APUNTE
                 MOVE WCuentaHaber TO WApCuenta
                 MOVE "H" TO WApDebeHaber
                 MOVE FrTotal TO WApImporte
                 PERFORM 3600-APUNTE
              ELSE
                 STRING "FACTURA " DELIMITED BY SIZE
                        FrNumFactura DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        FrUserId DELIMITED BY SIZE
                        INTO WApReferencia
                 END-STRING
                 MOVE WCuentaDebe TO WApCuenta
                 MOVE "D" TO WApDebeHaber
                 MOVE FrTotal TO WApImporte
                 PERFORM 3600-APUNTE
                 MOVE WCuentaHaber TO WApCuenta
                 MOVE "H" TO WApDebeHaber
                 MOVE FrBase TO WApImporte
                 PERFORM 3600-APUNTE
                 MOVE WCuentaIva TO WApCuenta
                 MOVE "H" TO WApDebeHaber
                 MOVE FrIva TO WApImporte
                 PERFORM 3600-APUNTE
              END-IF
           END-IF.

      * Cobros (CO), recepciones de proveedor (RE) y ajustes de
      * recuento (AS sobrante, AF faltante): un cargo y un abono por
      * el importe, con las cuentas de la categoria del articulo o,
      * si no las tiene propias, las generales del tipo.
       3100-CONTABILIZA-MOVIMIENTO.
           MOVE CmTipo TO WBuTipo
           MOVE CmCategoria TO WBuCategoria
           PERFORM 3500-BUSCA-CUENTAS

           IF FaseCuadre
              EVALUATE CmTipo
              WHEN "CO"
                 ADD 1 TO WMovCobros
              WHEN "RE"
                 ADD 1 TO WMovRecepciones
              WHEN "AS"
              WHEN "AF"
                 ADD 1 TO WMovAjustes
              END-EVALUATE
           END-IF

           IF NOT CuentaHallada
              IF FaseCuadre
                 MOVE CmImporte TO WApImporte
                 PERFORM 3700-ANOTA-SIN-CUENTA
              END-IF
           ELSE
              ADD 1 TO WAsientos
              MOVE CmFecha TO WApFecha
              MOVE CmTipo TO WApTipo
              MOVE CmReferencia TO WApReferencia
              MOVE WCuentaDebe TO WApCuenta
              MOVE "D" TO WApDebeHaber
              MOVE CmImporte TO WApImporte
              PERFORM 3600-APUNTE
              MOVE WCuentaHaber TO WApCuenta
              MOVE "H" TO WApDebeHaber
              MOVE CmImporte TO WApImporte
              PERFORM 3600-APUNTE
           END-IF.

      * Busca las cuentas del tipo y categoria; si la categoria no
      * tiene fila propia se prueba la fila del tipo con categoria en
      * blanco. Los tipos FV y AB necesitan ademas cuenta de IVA.
       3500-BUSCA-CUENTAS.
           MOVE 'N' TO WCuentaHallada
           MOVE WBuTipo TO CtTipo
           MOVE WBuCategoria TO CtCategoria
           READ CuentasFile KEY IS CtClave
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              SET CuentaHallada TO TRUE
           END-READ
           IF StatCuentas NOT = "00" AND StatCuentas NOT = "23"
              STRING "ERROR LEYENDO CTAMAP.DAT STATUS "
                        DELIMITED BY SIZE
                     StatCuentas DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           IF NOT CuentaHallada AND WBuCategoria NOT = SPACES
              MOVE WBuTipo TO CtTipo
              MOVE SPACES TO CtCategoria
              READ CuentasFile KEY IS CtClave
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET CuentaHallada TO TRUE
              END-READ
              IF StatCuentas NOT = "00" AND StatCuentas NOT = "23"
                 STRING "ERROR LEYENDO CTAMAP.DAT STATUS "
                           DELIMITED BY SIZE
                        StatCuentas DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-IF

           IF CuentaHallada
              MOVE CtCuentaDebe TO WCuentaDebe
              MOVE CtCuentaHaber TO WCuentaHaber
              MOVE CtCuentaIva TO WCuentaIva
              IF CtCuentaDebe = SPACES OR CtCuentaHaber = SPACES
                 MOVE 'N' TO WCuentaHallada
              END-IF
              IF (WBuTipo = "FV" OR WBuTipo = "AB") AND
                 CtCuentaIva = SPACES
                 MOVE 'N' TO WCuentaHallada
              END-IF
           END-IF.

      * Un apunte: en la fase de cuadre se suma a su cuenta; en la
      * fase de diario se escribe en CONTAB.DAT. Los importes a cero
      * no generan apunte.
       3600-APUNTE.
           IF WApImporte = 0
              CONTINUE
           ELSE
              IF FaseCuadre
                 PERFORM 3650-ACUMULA-CUENTA
              ELSE
                 MOVE WParamPeriodo TO CdPeriodo
                 MOVE WAsientos TO CdAsiento
                 MOVE WApFecha TO CdFecha
                 MOVE WApCuenta TO CdCuenta
                 MOVE WApDebeHaber TO CdDebeHaber
                 MOVE WApImporte TO CdImporte
                 MOVE WApTipo TO CdTipo
                 MOVE WApReferencia TO CdReferencia
                 WRITE DiarioDetails
                 IF StatDiario NOT = "00"
                    STRING "ERROR ESCRIBIENDO CONTAB.DAT STATUS "
                              DELIMITED BY SIZE
                           StatDiario DELIMITED BY SIZE
                           INTO WAbendMsg
                    END-STRING
                    PERFORM 9000-ABEND-RUTINA
                 END-IF
                 ADD 1 TO WApuntes
              END-IF
           END-IF.

      * Suma el apunte a su cuenta, dando de alta la cuenta en su
      * sitio si es la primera vez que aparece.
       3650-ACUMULA-CUENTA.
           MOVE 'N' TO WPosicion
           MOVE 1 TO WCdx
           PERFORM UNTIL PosicionHallada OR WCdx > WCtaUsadas
              IF WCtaTabCuenta(WCdx) >= WApCuenta
                 SET PosicionHallada TO TRUE
              ELSE
                 ADD 1 TO WCdx
              END-IF
           END-PERFORM

           IF PosicionHallada
              IF WCtaTabCuenta(WCdx) NOT = WApCuenta
                 MOVE 'N' TO WPosicion
              END-IF
           END-IF

           IF NOT PosicionHallada
              IF WCtaUsadas >= 500
                 MOVE "TABLA DE CUENTAS DESBORDADA (500)" TO WAbendMsg
                 PERFORM 9000-ABEND-RUTINA
              END-IF
              PERFORM VARYING WSdx FROM WCtaUsadas BY -1
                      UNTIL WSdx < WCdx
                 MOVE WCtaEntrada(WSdx) TO WCtaEntrada(WSdx + 1)
              END-PERFORM
              ADD 1 TO WCtaUsadas
              MOVE WApCuenta TO WCtaTabCuenta(WCdx)
              MOVE ZEROS TO WCtaTabDebe(WCdx), WCtaTabHaber(WCdx)
           END-IF

           IF WApDebeHaber = "D"
              ADD WApImporte TO WCtaTabDebe(WCdx)
              ADD WApImporte TO WTotDebe
           ELSE
              ADD WApImporte TO WCtaTabHaber(WCdx)
              ADD WApImporte TO WTotHaber
           END-IF.

      * Anota un movimiento sin cuenta, agrupado por tipo y categoria.
       3700-ANOTA-SIN-CUENTA.
           ADD 1 TO WMovSinCuenta
           MOVE 'N' TO WPosicion
           PERFORM VARYING WXdx FROM 1 BY 1
                   UNTIL WXdx > WSinUsadas
              IF WSinTabTipo(WXdx) = WBuTipo AND
                 WSinTabCategoria(WXdx) = WBuCategoria
                 SET PosicionHallada TO TRUE
                 ADD 1 TO WSinTabMovs(WXdx)
                 ADD WApImporte TO WSinTabImporte(WXdx)
              END-IF
           END-PERFORM

           IF NOT PosicionHallada
              IF WSinUsadas < 100
                 ADD 1 TO WSinUsadas
                 MOVE WBuTipo TO WSinTabTipo(WSinUsadas)
                 MOVE WBuCategoria TO WSinTabCategoria(WSinUsadas)
                 MOVE 1 TO WSinTabMovs(WSinUsadas)
                 MOVE WApImporte TO WSinTabImporte(WSinUsadas)
              ELSE
                 SET SinCuentaDesbordada TO TRUE
              END-IF
           END-IF.

      * Listado de cuadre: sumas y saldo por cuenta, totales con la
      * marca de cuadre, movimientos por fuente y lo que no tiene
      * cuenta asignada.
       5000-IMPRIME-CUADRE.
           WRITE InformeLine FROM CabCuentas
              BEFORE ADVANCING 1 LINES

           PERFORM VARYING WCdx FROM 1 BY 1
                   UNTIL WCdx > WCtaUsadas
              MOVE WCtaTabCuenta(WCdx) TO WLcCuenta
              MOVE WCtaTabDebe(WCdx) TO WLcDebe
              MOVE WCtaTabHaber(WCdx) TO WLcHaber
              COMPUTE WSaldo = WCtaTabDebe(WCdx) - WCtaTabHaber(WCdx)
              MOVE WSaldo TO WLcSaldo
              WRITE InformeLine FROM LineaCuenta
                 BEFORE ADVANCING 1 LINES
           END-PERFORM

           MOVE SPACES TO InformeLine
           WRITE InformeLine BEFORE ADVANCING 1 LINES
           MOVE WTotDebe TO WLtDebe
           MOVE WTotHaber TO WLtHaber
           COMPUTE WSaldo = WTotDebe - WTotHaber
           MOVE WSaldo TO WLtSaldo
           IF WTotDebe = WTotHaber
              MOVE "CUADRA" TO WLtMarca
           ELSE
              MOVE "NO CUADRA" TO WLtMarca
           END-IF
           WRITE InformeLine FROM LineaTotales
              BEFORE ADVANCING 2 LINES

           MOVE WDocFacturas TO WLfFacturas
           MOVE WDocAbonos TO WLfAbonos
           MOVE WMovCobros TO WLfCobros
           MOVE WMovRecepciones TO WLfRecepciones
           MOVE WMovAjustes TO WLfAjustes
           WRITE InformeLine FROM LineaFuentes
              BEFORE ADVANCING 1 LINES

           IF WSinUsadas > 0
              MOVE SPACES TO InformeLine
              WRITE InformeLine BEFORE ADVANCING 1 LINES
              PERFORM VARYING WXdx FROM 1 BY 1
                      UNTIL WXdx > WSinUsadas
                 MOVE WSinTabTipo(WXdx) TO WLsTipo
                 MOVE WSinTabCategoria(WXdx) TO WLsCategoria
                 MOVE WSinTabMovs(WXdx) TO WLsMovimientos
                 MOVE WSinTabImporte(WXdx) TO WLsImporte
                 WRITE InformeLine FROM LineaSinCuenta
                    BEFORE ADVANCING 1 LINES
              END-PERFORM
           END-IF

           IF SinCuentaDesbordada
              MOVE "AVISO: TABLA DE MOVIMIENTOS SIN CUENTA DESBORDADA"
                 TO InformeLine
              WRITE InformeLine BEFORE ADVANCING 1 LINES
           END-IF.

      * Deja el periodo cerrado en CONTCIER.DAT con los totales del
      * diario generado.
       6000-CIERRA-PERIODO.
           OPEN EXTEND CierresFile
           IF NOT CiIniciado AND NOT CiNoExiste
              STRING "ERROR ABRIENDO CONTCIER.DAT STATUS "
                        DELIMITED BY SIZE
                     StatCierres DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           MOVE WParamPeriodo TO CiPeriodo
           MOVE WRunDate TO CiFechaCierre
           MOVE WTotDebe TO CiDebe
           MOVE WTotHaber TO CiHaber
           MOVE WApuntes TO CiApuntes
           WRITE CierresDetails
           IF StatCierres NOT = "00"
              STRING "ERROR ESCRIBIENDO CONTCIER.DAT STATUS "
                        DELIMITED BY SIZE
                     StatCierres DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           CLOSE CierresFile.
