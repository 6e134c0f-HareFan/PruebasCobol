       IDENTIFICATION DIVISION.
       PROGRAM-ID. VTOPROV.
       AUTHOR. Miguel Martin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FacProvFile ASSIGN TO "FACPROV.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FacProvKey
                  FILE STATUS IS StatFacProv.

           SELECT OPTIONAL ProveedoresFile ASSIGN TO "PROVMAE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PvCodProveedor
                  FILE STATUS IS StatProveedores.

           SELECT InformeFile ASSIGN TO "VTOPROV.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatInforme.

       DATA DIVISION.
       FILE SECTION.
       FD  FacProvFile.
       01  FacProvDetails.
           88 EndOfFacProv VALUE HIGH-VALUES.
           02 FacProvKey.
              03 FpProveedor    PIC X(5).
              03 FpNumFactura   PIC X(10).
              03 FpNumPedido    PIC 9(7).
              03 FpArtID        PIC X(7).
           02 FpFecha           PIC 9(8).
           02 FpCant            PIC 9(5).
           02 FpCoste           PIC 9(4)V99.
           02 FpImporte         PIC 9(13)V99.
           02 FpCantRecibida    PIC 9(9).
           02 FpCosteRecibido   PIC 9(4)V99.
           02 FpVencimiento     PIC 9(8).
           02 FpEstado          PIC X(1).
           02 FpMotivo          PIC X(40).
           02 FpFechaAlta       PIC 9(8).

       FD  ProveedoresFile.
       01  ProveedoresDetails.
           88 EndOfProveedores VALUE HIGH-VALUES.
           02 PvCodProveedor PIC X(5).
           02 PvNombre       PIC X(20).
           02 PvTelefono     PIC 9(9).
           02 PvCategoria    PIC X(10).

       FD  InformeFile.
       01  InformeLine          PIC X(100).

       WORKING-STORAGE SECTION.

       01 CabInforme1 PIC X(37)
                      VALUE "VENCIMIENTOS DE FACTURAS DE PROVEEDOR".

       01 CabInformeFecha.
           02 FILLER        PIC X(7) VALUE "FECHA: ".
           02 WRunDateEdit  PIC X(10).

       01 CabFacturas.
           02 FILLER PIC X(12) VALUE "Factura     ".
           02 FILLER PIC X(10) VALUE "Fecha     ".
           02 FILLER PIC X(12) VALUE "Vencimiento ".
           02 FILLER PIC X(15) VALUE "       Importe ".
           02 FILLER PIC X(7)  VALUE "   Dias".
           02 FILLER PIC X(7)  VALUE "  Aviso".

       01 CabProveedor.
           02 FILLER        PIC X(11) VALUE "PROVEEDOR: ".
           02 WCpProveedor  PIC X(5).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WCpNombre     PIC X(22).

       01 LineaFactura.
           02 WLfFactura    PIC X(10).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WLfFecha      PIC 9(8).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WLfVencimiento PIC 9(8).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WLfImporte    PIC ZZZZZZZZZ9.99.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WLfDias       PIC -ZZZZ9.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WLfAviso      PIC X(7).

       01 LineaTotProveedor.
           02 FILLER        PIC X(16) VALUE "TOTAL PROVEEDOR ".
           02 WLpProveedor  PIC X(5).
           02 FILLER        PIC X(12) VALUE "  PENDIENTE ".
           02 WLpPendiente  PIC ZZZZZZZZZ9.99.
           02 FILLER        PIC X(10) VALUE "  VENCIDO ".
           02 WLpVencido    PIC ZZZZZZZZZ9.99.
           02 FILLER        PIC X(15) VALUE "  EN EXCEPCION ".
           02 WLpRetenido   PIC ZZZZZZZZZ9.99.

       01 LineaTotGeneral.
           02 FILLER        PIC X(21) VALUE "TOTAL GENERAL        ".
           02 FILLER        PIC X(12) VALUE "  PENDIENTE ".
           02 WLgPendiente  PIC ZZZZZZZZZ9.99.
           02 FILLER        PIC X(10) VALUE "  VENCIDO ".
           02 WLgVencido    PIC ZZZZZZZZZ9.99.
           02 FILLER        PIC X(15) VALUE "  EN EXCEPCION ".
           02 WLgRetenido   PIC ZZZZZZZZZ9.99.

       01 StatFacProv PIC X(02) VALUE SPACES.
           88 FpIniciado VALUE '00'.
           88 FpNoExiste VALUE '05'.
           88 FpTerminado VALUE '10'.

       01 StatProveedores PIC X(02) VALUE SPACES.
           88 PvIniciado VALUE '00'.
           88 PvNoExiste VALUE '05'.
           88 PvTerminado VALUE '10'.

       01 StatInforme PIC X(02) VALUE SPACES.
           88 InIniciado VALUE '00'.
           88 InTerminado VALUE '10'.

       01 WRunDate       PIC 9(8) VALUE ZEROS.

       01 WHayProveedores PIC X VALUE 'Y'.
           88 HayProveedores VALUE 'Y'.

      * Proveedor y factura en curso: el registro viene ordenado por
      * proveedor y numero de factura, asi que basta cortar por ellos.
       01 WProvActual    PIC X(5) VALUE SPACES.
       01 WFacActual     PIC X(10) VALUE SPACES.
       01 WFacFecha      PIC 9(8) VALUE ZEROS.
       01 WFacVencimiento PIC 9(8) VALUE ZEROS.
       01 WFacImporte    PIC 9(13)V99 VALUE ZEROS.

       01 WProvPendiente PIC 9(13)V99 VALUE ZEROS.
       01 WProvVencido   PIC 9(13)V99 VALUE ZEROS.
       01 WProvRetenido  PIC 9(13)V99 VALUE ZEROS.

       01 WTotPendiente  PIC 9(13)V99 VALUE ZEROS.
       01 WTotVencido    PIC 9(13)V99 VALUE ZEROS.
       01 WTotRetenido   PIC 9(13)V99 VALUE ZEROS.

       01 WDias          PIC S9(9) VALUE ZEROS.

       01 WProveedores   PIC 9(5) VALUE ZEROS.
       01 WFacturas      PIC 9(5) VALUE ZEROS.
       01 WFacVencidas   PIC 9(5) VALUE ZEROS.

       01 WAbendMsg PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WRunDate FROM DATE YYYYMMDD

           OPEN INPUT FacProvFile
           IF NOT FpIniciado AND NOT FpNoExiste
              STRING "ERROR ABRIENDO FACPROV.DAT STATUS "
                        DELIMITED BY SIZE
                     StatFacProv DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           OPEN INPUT ProveedoresFile
           IF NOT PvIniciado AND NOT PvNoExiste
              STRING "ERROR ABRIENDO PROVMAE.DAT STATUS "
                        DELIMITED BY SIZE
                     StatProveedores DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF
           IF PvNoExiste
              MOVE 'N' TO WHayProveedores
           END-IF

           OPEN OUTPUT InformeFile
           IF NOT InIniciado
              STRING "ERROR ABRIENDO VTOPROV.RPT STATUS "
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
           WRITE InformeLine FROM CabInforme1
              BEFORE ADVANCING 1 LINES
           WRITE InformeLine FROM CabInformeFecha
              BEFORE ADVANCING 2 LINES
           WRITE InformeLine FROM CabFacturas
              BEFORE ADVANCING 2 LINES

           MOVE LOW-VALUES TO FacProvKey
           START FacProvFile KEY IS NOT LESS FacProvKey
           INVALID KEY
              SET EndOfFacProv TO TRUE
           END-START

           PERFORM UNTIL EndOfFacProv
              READ FacProvFile NEXT RECORD
              AT END
                 SET EndOfFacProv TO TRUE
              NOT AT END
                 PERFORM 2000-TRATA-LINEA
              END-READ
              IF StatFacProv NOT = "00" AND StatFacProv NOT = "10"
                 STRING "ERROR LEYENDO FACPROV.DAT STATUS "
                           DELIMITED BY SIZE
                        StatFacProv DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-PERFORM

           IF WProvActual NOT = SPACES
              PERFORM 3000-CIERRA-FACTURA
              PERFORM 4000-CIERRA-PROVEEDOR
           END-IF

           MOVE WTotPendiente TO WLgPendiente
           MOVE WTotVencido TO WLgVencido
           MOVE WTotRetenido TO WLgRetenido
           WRITE InformeLine FROM LineaTotGeneral
              BEFORE ADVANCING 1 LINES

           CLOSE FacProvFile, ProveedoresFile, InformeFile.

           DISPLAY "VTOPROV PROVEEDORES LISTADOS " WProveedores
              UPON CONSOLE.
           DISPLAY "VTOPROV FACTURAS PENDIENTES  " WFacturas
              UPON CONSOLE.
           DISPLAY "VTOPROV FACTURAS VENCIDAS    " WFacVencidas
              UPON CONSOLE.
           STOP RUN.

       9000-ABEND-RUTINA.
           DISPLAY "ERROR FATAL DE E/S - PROGRAMA ABORTADO" UPON
              CONSOLE.
           DISPLAY WAbendMsg UPON CONSOLE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      * Corte por proveedor y por factura. Las lineas aprobadas suman
      * al pendiente de pago de su factura; las que siguen en
      * excepcion solo se totalizan aparte por proveedor.
       2000-TRATA-LINEA.
           IF FpProveedor NOT = WProvActual
              IF WProvActual NOT = SPACES
                 PERFORM 3000-CIERRA-FACTURA
                 PERFORM 4000-CIERRA-PROVEEDOR
              END-IF
              PERFORM 2100-ABRE-PROVEEDOR
           END-IF

           IF FpEstado = "A"
              IF FpNumFactura NOT = WFacActual
                 PERFORM 3000-CIERRA-FACTURA
                 MOVE FpNumFactura TO WFacActual
                 MOVE FpFecha TO WFacFecha
                 MOVE FpVencimiento TO WFacVencimiento
                 MOVE ZEROS TO WFacImporte
              END-IF
              ADD FpImporte TO WFacImporte
           ELSE
              ADD FpImporte TO WProvRetenido
           END-IF.

       2100-ABRE-PROVEEDOR.
           MOVE FpProveedor TO WProvActual
           MOVE SPACES TO WFacActual
           MOVE ZEROS TO WProvPendiente, WProvVencido, WProvRetenido
           ADD 1 TO WProveedores

           MOVE "(SIN FICHA)" TO PvNombre
           IF HayProveedores
              MOVE FpProveedor TO PvCodProveedor
              READ ProveedoresFile KEY IS PvCodProveedor
              INVALID KEY
                 MOVE "(SIN FICHA)" TO PvNombre
              END-READ
              IF StatProveedores NOT = "00" AND
                 StatProveedores NOT = "23"
                 STRING "ERROR LEYENDO PROVMAE.DAT STATUS "
                           DELIMITED BY SIZE
                        StatProveedores DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-IF
           MOVE FpProveedor TO WCpProveedor
           MOVE PvNombre TO WCpNombre
           WRITE InformeLine FROM CabProveedor
              BEFORE ADVANCING 1 LINES.

      * Imprime la factura en curso con los dias que faltan para su
      * vencimiento (en negativo los que lleva vencida).
       3000-CIERRA-FACTURA.
           IF WFacActual NOT = SPACES
              COMPUTE WDias =
                 FUNCTION INTEGER-OF-DATE(WFacVencimiento) -
                 FUNCTION INTEGER-OF-DATE(WRunDate)
              MOVE WFacActual TO WLfFactura
              MOVE WFacFecha TO WLfFecha
              MOVE WFacVencimiento TO WLfVencimiento
              MOVE WFacImporte TO WLfImporte
              MOVE WDias TO WLfDias
              ADD WFacImporte TO WProvPendiente
              ADD 1 TO WFacturas
              IF WDias < 0
                 MOVE "VENCIDA" TO WLfAviso
                 ADD WFacImporte TO WProvVencido
                 ADD 1 TO WFacVencidas
              ELSE
                 MOVE SPACES TO WLfAviso
              END-IF
              WRITE InformeLine FROM LineaFactura
                 BEFORE ADVANCING 1 LINES
              MOVE SPACES TO WFacActual
           END-IF.

       4000-CIERRA-PROVEEDOR.
           MOVE WProvActual TO WLpProveedor
           MOVE WProvPendiente TO WLpPendiente
           MOVE WProvVencido TO WLpVencido
           MOVE WProvRetenido TO WLpRetenido
           WRITE InformeLine FROM LineaTotProveedor
              BEFORE ADVANCING 2 LINES
           ADD WProvPendiente TO WTotPendiente
           ADD WProvVencido TO WTotVencido
           ADD WProvRetenido TO WTotRetenido.
