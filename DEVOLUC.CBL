                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatRechazos.

           SELECT OPTIONAL KardexFile ASSIGN TO "KARDEX.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatKardex.

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
       FD  DevolucionesFile.
       FD  RechazosFile.
       01  RechazoLine          PIC X(120).

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

       01 CabAbonos1 PIC X(34)
           88 RxIniciado VALUE '00'.
           88 RxTerminado VALUE '10'.

       01 StatKardex PIC X(02) VALUE SPACES.
           88 KxIniciado VALUE '00'.
           88 KxNoExiste VALUE '05'.

       01 WLineaValida PIC X VALUE 'Y'.
           88 LineaValida VALUE 'Y'.

       01 WDevAplicadas  PIC 9(5) VALUE ZEROS.
       01 WDevRechazadas PIC 9(5) VALUE ZEROS.

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

           OPEN INPUT DevolucionesFile
           IF NOT DvIniciado
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

           MOVE WRunDate(1:4) TO WRunDateEdit(1:4)
           MOVE "-"              TO WRunDateEdit(5:1)
           MOVE WRunDate(5:2) TO WRunDateEdit(6:2)

           CLOSE DevolucionesFile, ArticulosFile, AlmacenesFile,
                 PrecioHistFile, RegistroFile, AbonosFile,
                 RechazosFile, KardexFile.

           PERFORM 8800-ANOTA-EJECUCION

           DISPLAY "DEVOLUC DEVOLUCIONES LEIDAS     " WDevLeidas
              UPON CONSOLE.
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
                 IF GnPrograma = "DEVOLUC" AND GnFecha = WRunDate
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
                 DISPLAY "DEVOLUC AVISO SIN COPIA DE SEGURIDAD, "
                    "ANULADO POR FORZAR" UPON CONSOLE
              ELSE
                 MOVE "FALTA COPIA DE SEGURIDAD DEL PASO (RESPALDO)"
                    TO WAbendMsg
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           ELSE
              DISPLAY "DEVOLUC COPIA DE SEGURIDAD EN USO  " WGeneracion
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
           MOVE "DEVOLUC" TO RlPrograma
           MOVE ZEROS TO RlRetorno
           MOVE WDevLeidas TO RlLeidos
           MOVE WDevAplicadas TO RlAplicados
           MOVE WDevRechazadas TO RlRechazados
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

      * Carga numero, usuario y estado de cada registro de
      * FACTREG.DAT; el abono se referencia a la ultima factura del
      * usuario que devuelve, pagada o no.
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-READ
           MOVE StockActual TO KxStockAntes
           ADD DvCant TO StockActual
           REWRITE AlmacenesDetails
           IF StatAlmacenes NOT = "00"
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           PERFORM 4350-ANOTA-KARDEX.

      * Deja en el diario de movimientos KARDEX.DAT la entrada por
      * devolucion, con la compra devuelta como referencia.
       4350-ANOTA-KARDEX.
           MOVE DvArtID TO KxArtID
           MOVE WAlmTabCod(1) TO KxCodAlmacen
           MOVE WRunDate TO KxFecha
           MOVE "D" TO KxTipo
           MOVE "+" TO KxSigno
           MOVE DvCant TO KxCantidad
           COMPUTE KxStockDespues = KxStockAntes + DvCant
           MOVE "DEVOLUC " TO KxPrograma
           MOVE SPACES TO KxReferencia
           STRING "DEVOLUCION " DELIMITED BY SIZE
                  DvUserId DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DvFechaCompra DELIMITED BY SIZE
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

       4400-ANOTA-ABONO.
