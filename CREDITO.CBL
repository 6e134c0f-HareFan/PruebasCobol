       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDITO.
       AUTHOR. Miguel Martin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UsuariosFile ASSIGN TO "USUARIOS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatUsuarios.

           SELECT OPTIONAL FacturasRegFile ASSIGN TO "FACTREG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatFacturasReg.

           SELECT OPTIONAL BloqueadosFile ASSIGN TO "CREDBLQ.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatBloqueados.

           SELECT InformeFile ASSIGN TO "CREDITO.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatInforme.

       DATA DIVISION.
       FILE SECTION.
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
           88 EndOfBloqueados VALUE HIGH-VALUES.
           02 BqUserId      PIC X(8).
           02 BqArtID       PIC X(7).
           02 BqFechaCompra PIC 9(8).
           02 BqCant        PIC 9(5).
           02 BqImporte     PIC 9(13)V99.
           02 BqMotivo      PIC X(1).
           02 BqFecha       PIC 9(8).

       FD  InformeFile.
       01  InformeLine          PIC X(132).

       WORKING-STORAGE SECTION.

       01 CabInforme1 PIC X(29)
                      VALUE "RIESGO DE CREDITO DE CLIENTES".

       01 CabInformeFecha.
           02 FILLER        PIC X(7) VALUE "FECHA: ".
           02 WRunDateEdit  PIC X(10).

       01 CabInforme2.
           02 FILLER PIC X(9)  VALUE "UserID   ".
           02 FILLER PIC X(21) VALUE "Nombre               ".
           02 FILLER PIC X(14) VALUE "Limite        ".
           02 FILLER PIC X(15) VALUE "Saldo          ".
           02 FILLER PIC X(16) VALUE "Disponible      ".
           02 FILLER PIC X(4)  VALUE "Ret ".
           02 FILLER PIC X(4)  VALUE "Ven ".
           02 FILLER PIC X(6)  VALUE "PedRet".
           02 FILLER PIC X(15) VALUE "  ImporteRet   ".
           02 FILLER PIC X(6)  VALUE "Aviso ".

       01 LineaCliente.
           02 WClUserId     PIC X(8).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 WClNombre     PIC X(20).
           02 FILLER        PIC X(1) VALUE SPACES.
           02 WClLimite     PIC ZZZZZZ9.99.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WClSaldo      PIC ZZZZZZZZZ9.99.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 WClDisponible PIC -ZZZZZZZZZ9.99.
           02 FILLER        PIC X(3) VALUE SPACES.
           02 WClBloqueo    PIC X(1).
           02 FILLER        PIC X(3) VALUE SPACES.
           02 WClVencida    PIC X(1).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WClPedRet     PIC ZZZ9.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 WClImporteRet PIC ZZZZZZZZZ9.99.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 WClAviso      PIC X(10).

       01 LineaTotales.
           02 FILLER        PIC X(30) VALUE "TOTALES".
           02 WTtLimite     PIC ZZZZZZZZZ9.99.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 WTtSaldo      PIC ZZZZZZZZZ9.99.
           02 FILLER        PIC X(24) VALUE SPACES.
           02 WTtPedRet     PIC ZZZZ9.
           02 FILLER        PIC X(1) VALUE SPACES.
           02 WTtImporteRet PIC ZZZZZZZZZ9.99.

       01 LineaResumen.
           02 FILLER        PIC X(20) VALUE "CLIENTES LISTADOS:  ".
           02 WRsClientes   PIC ZZZZ9.
           02 FILLER        PIC X(14) VALUE "  RETENIDOS:  ".
           02 WRsRetenidos  PIC ZZZZ9.
           02 FILLER        PIC X(14) VALUE "  EXCEDIDOS:  ".
           02 WRsExcedidos  PIC ZZZZ9.
           02 FILLER        PIC X(13) VALUE "  VENCIDOS:  ".
           02 WRsVencidos   PIC ZZZZ9.

       01 StatUsuarios PIC X(02) VALUE SPACES.
           88 UsIniciado VALUE '00'.
           88 UsTerminado VALUE '10'.

       01 StatFacturasReg PIC X(02) VALUE SPACES.
           88 FgIniciado VALUE '00'.
           88 FgNoExiste VALUE '05'.
           88 FgTerminado VALUE '10'.

       01 StatBloqueados PIC X(02) VALUE SPACES.
           88 BqIniciado VALUE '00'.
           88 BqNoExiste VALUE '05'.
           88 BqTerminado VALUE '10'.

       01 StatInforme PIC X(02) VALUE SPACES.
           88 InIniciado VALUE '00'.
           88 InTerminado VALUE '10'.

       01 WRunDate       PIC 9(8) VALUE ZEROS.

      * Situacion de credito por cliente, en el orden de USUARIOS.DAT:
      * limite y retencion del maestro, saldo no cobrado de FACTREG.DAT
      * con la marca de vencida a mas de 90 dias, y los pedidos que
      * la ultima carga de COMPRAS retuvo por credito (CREDBLQ.DAT).
       01 WUsuTabla.
           02 WUsuEntrada OCCURS 2000 TIMES.
              03 WUsuTabId       PIC X(8).
              03 WUsuTabNombre   PIC X(20).
              03 WUsuTabLimite   PIC 9(7)V99.
              03 WUsuTabBloqueo  PIC X(1).
              03 WUsuTabSaldo    PIC 9(13)V99.
              03 WUsuTabVencida  PIC X(1).
              03 WUsuTabPedRet   PIC 9(4).
              03 WUsuTabImpRet   PIC 9(13)V99.
       01 WUsuUsados  PIC 9(4) VALUE ZEROS.
       01 WUsuSel     PIC 9(4) VALUE ZEROS.
       01 WUdx        PIC 9(4) VALUE ZEROS.

       01 WDiasVencida   PIC 9(3) VALUE 90.
       01 WPendFactura   PIC 9(13)V99 VALUE ZEROS.
       01 WDisponible    PIC S9(13)V99 VALUE ZEROS.
       01 WDiasHoy       PIC S9(9) VALUE ZEROS.
       01 WDiasFactura   PIC S9(9) VALUE ZEROS.
       01 WDiasDebe      PIC S9(9) VALUE ZEROS.

       01 WTotLimite     PIC 9(13)V99 VALUE ZEROS.
       01 WTotSaldo      PIC 9(13)V99 VALUE ZEROS.
       01 WTotPedRet     PIC 9(5) VALUE ZEROS.
       01 WTotImporteRet PIC 9(13)V99 VALUE ZEROS.
       01 WCliRetenidos  PIC 9(5) VALUE ZEROS.
       01 WCliExcedidos  PIC 9(5) VALUE ZEROS.
       01 WCliVencidos   PIC 9(5) VALUE ZEROS.
       01 WSinCliente    PIC 9(5) VALUE ZEROS.

       01 WAbendMsg PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WRunDate FROM DATE YYYYMMDD
           COMPUTE WDiasHoy =
              FUNCTION INTEGER-OF-DATE(WRunDate)

           OPEN OUTPUT InformeFile
           IF NOT InIniciado
              STRING "ERROR ABRIENDO CREDITO.RPT STATUS "
                        DELIMITED BY SIZE
                     StatInforme DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           PERFORM 1000-CARGA-USUARIOS
           PERFORM 1100-CARGA-SALDOS
           PERFORM 1200-CARGA-RETENIDOS

           MOVE WRunDate(1:4) TO WRunDateEdit(1:4)
           MOVE "-"              TO WRunDateEdit(5:1)
           MOVE WRunDate(5:2) TO WRunDateEdit(6:2)
           MOVE "-"              TO WRunDateEdit(8:1)
           MOVE WRunDate(7:2) TO WRunDateEdit(9:2)
           WRITE InformeLine FROM CabInforme1
              BEFORE ADVANCING 1 LINES
           WRITE InformeLine FROM CabInformeFecha
              BEFORE ADVANCING 2 LINES
           WRITE InformeLine FROM CabInforme2
              BEFORE ADVANCING 1 LINES

           PERFORM VARYING WUdx FROM 1 BY 1
                   UNTIL WUdx > WUsuUsados
              PERFORM 2000-LISTA-CLIENTE
           END-PERFORM

           MOVE SPACES TO InformeLine
           WRITE InformeLine BEFORE ADVANCING 1 LINES
           MOVE WTotLimite TO WTtLimite
           MOVE WTotSaldo TO WTtSaldo
           MOVE WTotPedRet TO WTtPedRet
           MOVE WTotImporteRet TO WTtImporteRet
           WRITE InformeLine FROM LineaTotales
              BEFORE ADVANCING 1 LINES
           MOVE WUsuUsados TO WRsClientes
           MOVE WCliRetenidos TO WRsRetenidos
           MOVE WCliExcedidos TO WRsExcedidos
           MOVE WCliVencidos TO WRsVencidos
           WRITE InformeLine FROM LineaResumen
              BEFORE ADVANCING 1 LINES

           IF WSinCliente > 0
              MOVE SPACES TO InformeLine
              STRING "AVISO: FACTURAS O PEDIDOS DE USUARIOS SIN ALTA: "
                        DELIMITED BY SIZE
                     WSinCliente DELIMITED BY SIZE
                     INTO InformeLine
              END-STRING
              WRITE InformeLine BEFORE ADVANCING 1 LINES
           END-IF

           CLOSE InformeFile.

           DISPLAY "CREDITO CLIENTES LISTADOS   " WUsuUsados
              UPON CONSOLE.
           DISPLAY "CREDITO CLIENTES EXCEDIDOS  " WCliExcedidos
              UPON CONSOLE.
           DISPLAY "CREDITO PEDIDOS RETENIDOS   " WTotPedRet
              UPON CONSOLE.
           STOP RUN.

       9000-ABEND-RUTINA.
           DISPLAY "ERROR FATAL DE E/S - PROGRAMA ABORTADO" UPON
              CONSOLE.
           DISPLAY WAbendMsg UPON CONSOLE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       1000-CARGA-USUARIOS.
           OPEN INPUT UsuariosFile
           IF NOT UsIniciado
              STRING "ERROR ABRIENDO USUARIOS.DAT STATUS "
                        DELIMITED BY SIZE
                     StatUsuarios DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
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

           PERFORM UNTIL EndOfUsersFile
              IF WUsuUsados < 2000
                 ADD 1 TO WUsuUsados
                 MOVE UserId TO WUsuTabId(WUsuUsados)
                 MOVE UserName TO WUsuTabNombre(WUsuUsados)
                 IF LimiteCredito IS NUMERIC
                    MOVE LimiteCredito TO WUsuTabLimite(WUsuUsados)
                 ELSE
                    MOVE ZEROS TO WUsuTabLimite(WUsuUsados)
                 END-IF
                 IF BloqueoCredito = "S"
                    MOVE "S" TO WUsuTabBloqueo(WUsuUsados)
                 ELSE
                    MOVE "N" TO WUsuTabBloqueo(WUsuUsados)
                 END-IF
                 MOVE ZEROS TO WUsuTabSaldo(WUsuUsados)
                 MOVE "N" TO WUsuTabVencida(WUsuUsados)
                 MOVE ZEROS TO WUsuTabPedRet(WUsuUsados)
                 MOVE ZEROS TO WUsuTabImpRet(WUsuUsados)
              ELSE
                 MOVE "TABLA DE USUARIOS LLENA" TO WAbendMsg
                 PERFORM 9000-ABEND-RUTINA
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
           END-PERFORM
           CLOSE UsuariosFile.

      * Saldo no cobrado de las facturas emitidas o pagadas en parte,
      * con la misma antiguedad desde la emision que la cartera de
      * COBROS y que el control de credito de COMPRAS.
       1100-CARGA-SALDOS.
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
              ELSE
                 ADD 1 TO WSinCliente
              END-IF
           END-IF.

      * Pedidos retenidos por credito en la ultima carga de COMPRAS.
       1200-CARGA-RETENIDOS.
           OPEN INPUT BloqueadosFile
           IF NOT BqIniciado AND NOT BqNoExiste
              STRING "ERROR ABRIENDO CREDBLQ.DAT STATUS "
                        DELIMITED BY SIZE
                     StatBloqueados DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           READ BloqueadosFile
           AT END SET EndOfBloqueados TO TRUE
           END-READ
           IF StatBloqueados NOT = "00" AND
              StatBloqueados NOT = "10"
              STRING "ERROR LEYENDO CREDBLQ.DAT STATUS "
                        DELIMITED BY SIZE
                     StatBloqueados DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           PERFORM UNTIL EndOfBloqueados
              MOVE ZEROS TO WUsuSel
              PERFORM VARYING WUdx FROM 1 BY 1
                      UNTIL WUdx > WUsuUsados
                 IF WUsuTabId(WUdx) = BqUserId AND WUsuSel = 0
                    MOVE WUdx TO WUsuSel
                 END-IF
              END-PERFORM
              IF WUsuSel > 0
                 ADD 1 TO WUsuTabPedRet(WUsuSel)
                 ADD BqImporte TO WUsuTabImpRet(WUsuSel)
              ELSE
                 ADD 1 TO WSinCliente
              END-IF

              READ BloqueadosFile
              AT END SET EndOfBloqueados TO TRUE
              END-READ
              IF StatBloqueados NOT = "00" AND
                 StatBloqueados NOT = "10"
                 STRING "ERROR LEYENDO CREDBLQ.DAT STATUS "
                           DELIMITED BY SIZE
                        StatBloqueados DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-PERFORM
           CLOSE BloqueadosFile.

      * Una linea por cliente. El disponible es el limite menos el
      * saldo; sin limite asignado (cero) no se calcula. Los avisos
      * marcan al cliente retenido, con vencidas o por encima del
      * limite.
       2000-LISTA-CLIENTE.
           MOVE WUsuTabId(WUdx) TO WClUserId
           MOVE WUsuTabNombre(WUdx) TO WClNombre
           MOVE WUsuTabLimite(WUdx) TO WClLimite
           MOVE WUsuTabSaldo(WUdx) TO WClSaldo
           MOVE WUsuTabBloqueo(WUdx) TO WClBloqueo
           MOVE WUsuTabVencida(WUdx) TO WClVencida
           MOVE WUsuTabPedRet(WUdx) TO WClPedRet
           MOVE WUsuTabImpRet(WUdx) TO WClImporteRet
           MOVE SPACES TO WClAviso

           IF WUsuTabLimite(WUdx) > 0
              COMPUTE WDisponible =
                 WUsuTabLimite(WUdx) - WUsuTabSaldo(WUdx)
              MOVE WDisponible TO WClDisponible
              IF WDisponible < 0
                 MOVE "EXCEDIDO" TO WClAviso
                 ADD 1 TO WCliExcedidos
              END-IF
           ELSE
              MOVE ZEROS TO WClDisponible
              MOVE "SIN LIMITE" TO WClAviso
           END-IF
           IF WUsuTabVencida(WUdx) = "S"
              MOVE "VENCIDAS" TO WClAviso
              ADD 1 TO WCliVencidos
           END-IF
           IF WUsuTabBloqueo(WUdx) = "S"
              MOVE "RETENIDO" TO WClAviso
              ADD 1 TO WCliRetenidos
           END-IF

           WRITE InformeLine FROM LineaCliente
              BEFORE ADVANCING 1 LINES

           ADD WUsuTabLimite(WUdx) TO WTotLimite
           ADD WUsuTabSaldo(WUdx) TO WTotSaldo
           ADD WUsuTabPedRet(WUdx) TO WTotPedRet
           ADD WUsuTabImpRet(WUdx) TO WTotImporteRet.
