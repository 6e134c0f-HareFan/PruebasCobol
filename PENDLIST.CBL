       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDLIST.
       AUTHOR. Miguel Martin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PendientesFile ASSIGN TO "PENDIENT.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PendientesKey
                  ALTERNATE RECORD KEY IS PeUserId WITH DUPLICATES
                  FILE STATUS IS StatPendientes.

           SELECT InformeFile ASSIGN TO "PENDIENT.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatInforme.

       DATA DIVISION.
       FILE SECTION.
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

       FD  InformeFile.
       01  InformeLine          PIC X(100).

       WORKING-STORAGE SECTION.

       01 CabInforme1 PIC X(31)
                      VALUE "PENDIENTES DE SERVIR A CLIENTES".

       01 CabInformeFecha.
           02 FILLER        PIC X(7) VALUE "FECHA: ".
           02 WRunDateEdit  PIC X(10).

       01 CabPorUsuario PIC X(24) VALUE "POR USUARIO             ".
       01 CabPorArticulo PIC X(24) VALUE "POR ARTICULO            ".

       01 CabInforme2.
           02 FILLER PIC X(9)  VALUE "UserId   ".
           02 FILLER PIC X(8)  VALUE "ArtID   ".
           02 FILLER PIC X(10) VALUE "FechaComp ".
           02 FILLER PIC X(10) VALUE "FechaAlta ".
           02 FILLER PIC X(7)  VALUE "Pedida ".
           02 FILLER PIC X(10) VALUE "Pendiente ".
           02 FILLER PIC X(10) VALUE "DiasEspera".

       01 LineaPendiente.
           02 WPlUserId     PIC X(8).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 WPlArtID      PIC X(7).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 WPlFechaComp  PIC 9(8).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WPlFechaAlta  PIC 9(8).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WPlPedida     PIC ZZZZ9.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WPlPendiente  PIC ZZZZ9.
           02 FILLER        PIC X(5) VALUE SPACES.
           02 WPlDias       PIC ZZZZ9.

       01 LineaTotGrupo.
           02 FILLER        PIC X(8) VALUE "  TOTAL ".
           02 WPgClave      PIC X(8).
           02 FILLER        PIC X(14) VALUE " PENDIENTES:  ".
           02 WPgLineas     PIC ZZZZ9.
           02 FILLER        PIC X(12) VALUE "  CANTIDAD: ".
           02 WPgCantidad   PIC ZZZZZZ9.
           02 FILLER        PIC X(16) VALUE "  ESPERA MAXIMA ".
           02 WPgDiasMax    PIC ZZZZ9.

       01 LineaTotPendientes.
           02 FILLER        PIC X(28)
                             VALUE "TOTAL PENDIENTES ABIERTOS: ".
           02 WPtLineas     PIC ZZZZ9.
           02 FILLER        PIC X(12) VALUE "  CANTIDAD: ".
           02 WPtCantidad   PIC ZZZZZZ9.

       01 StatPendientes PIC X(02) VALUE SPACES.
           88 PeIniciado VALUE '00'.
           88 PeNoExiste VALUE '05'.
           88 PeTerminado VALUE '10'.

       01 StatInforme PIC X(02) VALUE SPACES.
           88 InIniciado VALUE '00'.
           88 InTerminado VALUE '10'.

       01 WRunDate       PIC 9(8) VALUE ZEROS.

      * Dias de espera de cada pendiente, contados desde la fecha de
      * la compra original que no se pudo cubrir.
       01 WDiasHoy       PIC S9(9) VALUE ZEROS.
       01 WDiasCompra    PIC S9(9) VALUE ZEROS.
       01 WDiasEspera    PIC S9(9) VALUE ZEROS.

      * Ruptura de control por usuario o por articulo.
       01 WClaveGrupo    PIC X(8) VALUE SPACES.
       01 WClaveLeida    PIC X(8) VALUE SPACES.
       01 WGrupoAbierto  PIC X VALUE 'N'.
           88 GrupoAbierto VALUE 'Y'.
       01 WGrupoLineas   PIC 9(5) VALUE ZEROS.
       01 WGrupoCantidad PIC 9(7) VALUE ZEROS.
       01 WGrupoDiasMax  PIC 9(5) VALUE ZEROS.

      * Orden de la pasada en curso: U por usuario, A por articulo.
       01 WOrden PIC X VALUE SPACES.
           88 OrdenUsuario VALUE 'U'.
           88 OrdenArticulo VALUE 'A'.

       01 WPendLeidos    PIC 9(5) VALUE ZEROS.
       01 WPendAbiertos  PIC 9(5) VALUE ZEROS.
       01 WCantAbierta   PIC 9(7) VALUE ZEROS.

       01 WAbendMsg PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WRunDate FROM DATE YYYYMMDD
           COMPUTE WDiasHoy =
              FUNCTION INTEGER-OF-DATE(WRunDate)

           OPEN INPUT PendientesFile
           IF NOT PeIniciado AND NOT PeNoExiste
              STRING "ERROR ABRIENDO PENDIENT.DAT STATUS "
                        DELIMITED BY SIZE
                     StatPendientes DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           OPEN OUTPUT InformeFile
           IF NOT InIniciado
              STRING "ERROR ABRIENDO PENDIENT.RPT STATUS "
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

      * Primera pasada por la clave alternativa: agrupado por usuario.
           SET OrdenUsuario TO TRUE
           WRITE InformeLine FROM CabPorUsuario
              BEFORE ADVANCING 1 LINES
           WRITE InformeLine FROM CabInforme2
              BEFORE ADVANCING 1 LINES
           MOVE LOW-VALUES TO PeUserId
           START PendientesFile KEY IS NOT LESS PeUserId
           INVALID KEY
              SET EndOfPendientes TO TRUE
           END-START
           PERFORM 2000-RECORRE-PENDIENTES

      * Segunda pasada por la clave principal: agrupado por articulo
      * y, dentro de cada articulo, de la compra mas antigua a la mas
      * reciente, que es el orden en que se van sirviendo.
           SET OrdenArticulo TO TRUE
           MOVE SPACES TO InformeLine
           WRITE InformeLine BEFORE ADVANCING 1 LINES
           WRITE InformeLine FROM CabPorArticulo
              BEFORE ADVANCING 1 LINES
           WRITE InformeLine FROM CabInforme2
              BEFORE ADVANCING 1 LINES
           MOVE LOW-VALUES TO PendientesKey
           START PendientesFile KEY IS NOT LESS PendientesKey
           INVALID KEY
              SET EndOfPendientes TO TRUE
           END-START
           PERFORM 2000-RECORRE-PENDIENTES

           MOVE SPACES TO InformeLine
           WRITE InformeLine BEFORE ADVANCING 1 LINES
           MOVE WPendAbiertos TO WPtLineas
           MOVE WCantAbierta TO WPtCantidad
           WRITE InformeLine FROM LineaTotPendientes
              BEFORE ADVANCING 1 LINES

           CLOSE PendientesFile, InformeFile.

           DISPLAY "PENDLIST PENDIENTES LEIDOS   " WPendLeidos
              UPON CONSOLE.
           DISPLAY "PENDLIST PENDIENTES ABIERTOS " WPendAbiertos
              UPON CONSOLE.
           STOP RUN.

       9000-ABEND-RUTINA.
           DISPLAY "ERROR FATAL DE E/S - PROGRAMA ABORTADO" UPON
              CONSOLE.
           DISPLAY WAbendMsg UPON CONSOLE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      * Lee los pendientes en el orden de la clave posicionada y lista
      * los que siguen abiertos, con un total por cada usuario o
      * articulo. Los servidos del todo quedan en el fichero como
      * historia pero no salen en el listado.
       2000-RECORRE-PENDIENTES.
           MOVE 'N' TO WGrupoAbierto
           PERFORM UNTIL EndOfPendientes
              READ PendientesFile NEXT RECORD
              AT END
                 SET EndOfPendientes TO TRUE
              NOT AT END
                 IF OrdenUsuario
                    ADD 1 TO WPendLeidos
                 END-IF
                 IF PeEstado = "A" AND PeCantPendiente > 0
                    PERFORM 2100-LISTA-PENDIENTE
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
           END-PERFORM
           IF GrupoAbierto
              PERFORM 2200-CIERRA-GRUPO
           END-IF
           MOVE SPACES TO PendientesDetails.

       2100-LISTA-PENDIENTE.
           IF OrdenUsuario
              MOVE PeUserId TO WClaveLeida
           ELSE
              MOVE SPACES TO WClaveLeida
              MOVE PeArtID TO WClaveLeida
           END-IF
           IF GrupoAbierto AND WClaveLeida NOT = WClaveGrupo
              PERFORM 2200-CIERRA-GRUPO
           END-IF
           IF NOT GrupoAbierto
              SET GrupoAbierto TO TRUE
              MOVE WClaveLeida TO WClaveGrupo
              MOVE ZEROS TO WGrupoLineas, WGrupoCantidad,
                            WGrupoDiasMax
           END-IF

           COMPUTE WDiasCompra =
              FUNCTION INTEGER-OF-DATE(PeFechaCompra)
           COMPUTE WDiasEspera = WDiasHoy - WDiasCompra
           IF WDiasEspera < 0
              MOVE ZEROS TO WDiasEspera
           END-IF

           MOVE PeUserId TO WPlUserId
           MOVE PeArtID TO WPlArtID
           MOVE PeFechaCompra TO WPlFechaComp
           MOVE PeFechaAlta TO WPlFechaAlta
           MOVE PeCantPedida TO WPlPedida
           MOVE PeCantPendiente TO WPlPendiente
           MOVE WDiasEspera TO WPlDias
           WRITE InformeLine FROM LineaPendiente
              BEFORE ADVANCING 1 LINES

           ADD 1 TO WGrupoLineas
           ADD PeCantPendiente TO WGrupoCantidad
           IF WDiasEspera > WGrupoDiasMax
              MOVE WDiasEspera TO WGrupoDiasMax
           END-IF
           IF OrdenUsuario
              ADD 1 TO WPendAbiertos
              ADD PeCantPendiente TO WCantAbierta
           END-IF.

       2200-CIERRA-GRUPO.
           MOVE WClaveGrupo TO WPgClave
           MOVE WGrupoLineas TO WPgLineas
           MOVE WGrupoCantidad TO WPgCantidad
           MOVE WGrupoDiasMax TO WPgDiasMax
           WRITE InformeLine FROM LineaTotGrupo
              BEFORE ADVANCING 2 LINES
           MOVE 'N' TO WGrupoAbierto.
