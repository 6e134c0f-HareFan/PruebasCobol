       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTAMANT.
       AUTHOR. Miguel Martin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TransaccionesFile ASSIGN TO "CTATRAN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatTransacciones.

           SELECT OPTIONAL CuentasFile ASSIGN TO "CTAMAP.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CtClave
                  FILE STATUS IS StatCuentas.

           SELECT OPTIONAL AuditoriaFile ASSIGN TO "CTAAUDIT.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatAuditoria.

           SELECT RechazosFile ASSIGN TO "CTAERR.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StatRechazos.

       DATA DIVISION.
       FILE SECTION.
       FD  TransaccionesFile.
       01  TransaccionDetails.
           88 EndOfTransacciones VALUE HIGH-VALUES.
           02 TrAccion       PIC X(1).
           02 TrTipo         PIC X(2).
           02 TrCategoria    PIC X(10).
           02 TrCuentaDebe   PIC X(10).
           02 TrCuentaHaber  PIC X(10).
           02 TrCuentaIva    PIC X(10).
           02 TrDescripcion  PIC X(20).
           02 TrUsuario      PIC X(8).

      * Cuentas a las que se lleva cada tipo de movimiento contable,
      * por categoria de articulo; la fila con categoria en blanco es
      * la que vale para las categorias sin fila propia. Tipos: FV
      * factura de venta, AB abono, CO cobro, RE recepcion, AS
      * sobrante de recuento y AF faltante de recuento. La cuenta de
      * IVA solo la usan FV y AB.
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

       FD  AuditoriaFile.
       01  AuditoriaLine        PIC X(130).

       FD  RechazosFile.
       01  RechazoLine          PIC X(120).

       WORKING-STORAGE SECTION.

       01 LineaAuditoria.
           02 WAuFecha      PIC 9(8).
           02 FILLER        PIC X(1) VALUE " ".
           02 WAuHora       PIC 9(6).
           02 FILLER        PIC X(1) VALUE " ".
           02 WAuUsuario    PIC X(8).
           02 FILLER        PIC X(1) VALUE " ".
           02 WAuAccion     PIC X(1).
           02 FILLER        PIC X(1) VALUE " ".
           02 WAuTipo       PIC X(2).
           02 FILLER        PIC X(1) VALUE " ".
           02 WAuCategoria  PIC X(10).
           02 FILLER        PIC X(7) VALUE " ANTES[".
           02 WAuAntesDebe  PIC X(10).
           02 FILLER        PIC X(1) VALUE "/".
           02 WAuAntesHaber PIC X(10).
           02 FILLER        PIC X(1) VALUE "/".
           02 WAuAntesIva   PIC X(10).
           02 FILLER        PIC X(9) VALUE "] DESPUES".
           02 FILLER        PIC X(1) VALUE "[".
           02 WAuDespuesDebe PIC X(10).
           02 FILLER        PIC X(1) VALUE "/".
           02 WAuDespuesHaber PIC X(10).
           02 FILLER        PIC X(1) VALUE "/".
           02 WAuDespuesIva PIC X(10).
           02 FILLER        PIC X(1) VALUE "]".

       01 StatTransacciones PIC X(02) VALUE SPACES.
           88 TrIniciado VALUE '00'.
           88 TrTerminado VALUE '10'.

       01 StatCuentas PIC X(02) VALUE SPACES.
           88 CtIniciado VALUE '00'.
           88 CtNoExiste VALUE '05'.
           88 CtTerminado VALUE '10'.

       01 StatAuditoria PIC X(02) VALUE SPACES.
           88 AuIniciado VALUE '00'.
           88 AuNoExiste VALUE '05'.
           88 AuTerminado VALUE '10'.

       01 StatRechazos PIC X(02) VALUE SPACES.
           88 RxIniciado VALUE '00'.
           88 RxTerminado VALUE '10'.

       01 WAccionValida PIC X(1).
           88 EsAlta         VALUE 'A'.
           88 EsModificacion VALUE 'M'.
           88 EsBaja         VALUE 'B'.
           88 AccionConocida VALUE 'A' 'M' 'B'.

       01 WTipoValido PIC X(2).
           88 TipoConocido   VALUE 'FV' 'AB' 'CO' 'RE' 'AS' 'AF'.
           88 TipoConIva     VALUE 'FV' 'AB'.

       01 WTranValida PIC X VALUE 'Y'.
           88 TranValida VALUE 'Y'.

       01 WMotivoRechazo PIC X(40) VALUE SPACES.

       01 WRunDate       PIC 9(8) VALUE ZEROS.
       01 WRunTimeRaw    PIC 9(8) VALUE ZEROS.
       01 WRunTime       PIC 9(6) VALUE ZEROS.

       01 WTranLeidas     PIC 9(5) VALUE ZEROS.
       01 WTranAplicadas  PIC 9(5) VALUE ZEROS.
       01 WTranRechazadas PIC 9(5) VALUE ZEROS.

       01 WAbendMsg PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WRunDate FROM DATE YYYYMMDD

           OPEN INPUT TransaccionesFile
           IF NOT TrIniciado
              STRING "ERROR ABRIENDO CTATRAN.DAT STATUS "
                        DELIMITED BY SIZE
                     StatTransacciones DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           OPEN I-O CuentasFile
           IF NOT CtIniciado AND NOT CtNoExiste
              STRING "ERROR ABRIENDO CTAMAP.DAT STATUS "
                        DELIMITED BY SIZE
                     StatCuentas DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           OPEN EXTEND AuditoriaFile
           IF NOT AuIniciado AND NOT AuNoExiste
              STRING "ERROR ABRIENDO CTAAUDIT.LOG STATUS "
                        DELIMITED BY SIZE
                     StatAuditoria DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           OPEN OUTPUT RechazosFile
           IF NOT RxIniciado
              STRING "ERROR ABRIENDO CTAERR.LOG STATUS "
                        DELIMITED BY SIZE
                     StatRechazos DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF

           READ TransaccionesFile
           AT END SET EndOfTransacciones TO TRUE
           END-READ
           IF StatTransacciones NOT = "00" AND
              StatTransacciones NOT = "10"
              STRING "ERROR LEYENDO CTATRAN.DAT STATUS "
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
                 PERFORM 4000-APLICA-TRANSACCION
              ELSE
                 PERFORM 5000-ESCRIBE-RECHAZO
              END-IF

              READ TransaccionesFile
              AT END SET EndOfTransacciones TO TRUE
              END-READ
              IF StatTransacciones NOT = "00" AND
                 StatTransacciones NOT = "10"
                 STRING "ERROR LEYENDO CTATRAN.DAT STATUS "
                           DELIMITED BY SIZE
                        StatTransacciones DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-PERFORM

           CLOSE TransaccionesFile, CuentasFile, AuditoriaFile,
                 RechazosFile.

           DISPLAY "CTAMANT TRANSACCIONES LEIDAS     " WTranLeidas
              UPON CONSOLE.
           DISPLAY "CTAMANT TRANSACCIONES APLICADAS  " WTranAplicadas
              UPON CONSOLE.
           DISPLAY "CTAMANT TRANSACCIONES RECHAZADAS " WTranRechazadas
              UPON CONSOLE.
           STOP RUN.

       9000-ABEND-RUTINA.
           DISPLAY "ERROR FATAL DE E/S - PROGRAMA ABORTADO" UPON
              CONSOLE.
           DISPLAY WAbendMsg UPON CONSOLE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       3000-VALIDA-TRANSACCION.
           MOVE 'Y' TO WTranValida
           MOVE SPACES TO WMotivoRechazo
           MOVE TrAccion TO WAccionValida
           MOVE TrTipo TO WTipoValido

           IF NOT AccionConocida
              MOVE 'N' TO WTranValida
              MOVE "ACCION DESCONOCIDA" TO WMotivoRechazo
           ELSE
              IF NOT TipoConocido
                 MOVE 'N' TO WTranValida
                 MOVE "TIPO DE MOVIMIENTO DESCONOCIDO"
                    TO WMotivoRechazo
              ELSE
                 IF (EsAlta OR EsModificacion) AND
                    (TrCuentaDebe = SPACES OR TrCuentaHaber = SPACES)
                    MOVE 'N' TO WTranValida
                    MOVE "CUENTA DEL DEBE O DEL HABER EN BLANCO"
                       TO WMotivoRechazo
                 ELSE
                    IF (EsAlta OR EsModificacion) AND
                       TipoConIva AND TrCuentaIva = SPACES
                       MOVE 'N' TO WTranValida
                       MOVE "CUENTA DE IVA EN BLANCO"
                          TO WMotivoRechazo
                    END-IF
                 END-IF
              END-IF
           END-IF.

       4000-APLICA-TRANSACCION.
           MOVE SPACES TO WAuAntesDebe, WAuAntesHaber, WAuAntesIva,
                          WAuDespuesDebe, WAuDespuesHaber,
                          WAuDespuesIva
           MOVE TrTipo TO CtTipo
           MOVE TrCategoria TO CtCategoria

           EVALUATE TRUE
           WHEN EsAlta
              READ CuentasFile KEY IS CtClave
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'N' TO WTranValida
                 MOVE "ALTA DE CUENTA YA EXISTENTE"
                    TO WMotivoRechazo
              END-READ
              IF StatCuentas NOT = "00" AND
                 StatCuentas NOT = "23"
                 STRING "ERROR LEYENDO CTAMAP.DAT STATUS "
                           DELIMITED BY SIZE
                        StatCuentas DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
              IF TranValida
                 MOVE TrTipo TO CtTipo
                 MOVE TrCategoria TO CtCategoria
                 MOVE TrCuentaDebe TO CtCuentaDebe
                 MOVE TrCuentaHaber TO CtCuentaHaber
                 MOVE TrCuentaIva TO CtCuentaIva
                 MOVE TrDescripcion TO CtDescripcion
                 WRITE CuentasDetails
                 IF StatCuentas NOT = "00"
                    STRING "ERROR ESCRIBIENDO CTAMAP.DAT STATUS "
                              DELIMITED BY SIZE
                           StatCuentas DELIMITED BY SIZE
                           INTO WAbendMsg
                    END-STRING
                    PERFORM 9000-ABEND-RUTINA
                 END-IF
                 MOVE TrCuentaDebe TO WAuDespuesDebe
                 MOVE TrCuentaHaber TO WAuDespuesHaber
                 MOVE TrCuentaIva TO WAuDespuesIva
              END-IF

           WHEN EsModificacion
              READ CuentasFile KEY IS CtClave
              INVALID KEY
                 MOVE 'N' TO WTranValida
                 MOVE "MODIFICACION DE CUENTA INEXISTENTE"
                    TO WMotivoRechazo
              NOT INVALID KEY
                 MOVE CtCuentaDebe TO WAuAntesDebe
                 MOVE CtCuentaHaber TO WAuAntesHaber
                 MOVE CtCuentaIva TO WAuAntesIva
                 MOVE TrCuentaDebe TO CtCuentaDebe
                 MOVE TrCuentaHaber TO CtCuentaHaber
                 MOVE TrCuentaIva TO CtCuentaIva
                 MOVE TrDescripcion TO CtDescripcion
                 REWRITE CuentasDetails
                 IF StatCuentas NOT = "00"
                    STRING "ERROR REESCRIBIENDO CTAMAP.DAT STATUS "
                              DELIMITED BY SIZE
                           StatCuentas DELIMITED BY SIZE
                           INTO WAbendMsg
                    END-STRING
                    PERFORM 9000-ABEND-RUTINA
                 END-IF
                 MOVE TrCuentaDebe TO WAuDespuesDebe
                 MOVE TrCuentaHaber TO WAuDespuesHaber
                 MOVE TrCuentaIva TO WAuDespuesIva
              END-READ
              IF StatCuentas NOT = "00" AND
                 StatCuentas NOT = "23"
                 STRING "ERROR LEYENDO CTAMAP.DAT STATUS "
                           DELIMITED BY SIZE
                        StatCuentas DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF

           WHEN EsBaja
              READ CuentasFile KEY IS CtClave
              INVALID KEY
                 MOVE 'N' TO WTranValida
                 MOVE "BAJA DE CUENTA INEXISTENTE"
                    TO WMotivoRechazo
              NOT INVALID KEY
                 MOVE CtCuentaDebe TO WAuAntesDebe
                 MOVE CtCuentaHaber TO WAuAntesHaber
                 MOVE CtCuentaIva TO WAuAntesIva
                 DELETE CuentasFile
                 IF StatCuentas NOT = "00"
                    STRING "ERROR BORRANDO EN CTAMAP.DAT STATUS "
                              DELIMITED BY SIZE
                           StatCuentas DELIMITED BY SIZE
                           INTO WAbendMsg
                    END-STRING
                    PERFORM 9000-ABEND-RUTINA
                 END-IF
              END-READ
              IF StatCuentas NOT = "00" AND
                 StatCuentas NOT = "23"
                 STRING "ERROR LEYENDO CTAMAP.DAT STATUS "
                           DELIMITED BY SIZE
                        StatCuentas DELIMITED BY SIZE
                        INTO WAbendMsg
                 END-STRING
                 PERFORM 9000-ABEND-RUTINA
              END-IF
           END-EVALUATE

           IF TranValida
              PERFORM 4100-ESCRIBE-AUDITORIA
              ADD 1 TO WTranAplicadas
           ELSE
              PERFORM 5000-ESCRIBE-RECHAZO
           END-IF.

       4100-ESCRIBE-AUDITORIA.
           ACCEPT WRunTimeRaw FROM TIME
           MOVE WRunTimeRaw(1:6) TO WRunTime
           MOVE WRunDate TO WAuFecha
           MOVE WRunTime TO WAuHora
           MOVE TrUsuario TO WAuUsuario
           MOVE TrAccion TO WAuAccion
           MOVE TrTipo TO WAuTipo
           MOVE TrCategoria TO WAuCategoria
           WRITE AuditoriaLine FROM LineaAuditoria
           IF StatAuditoria NOT = "00"
              STRING "ERROR ESCRIBIENDO CTAAUDIT.LOG STATUS "
                        DELIMITED BY SIZE
                     StatAuditoria DELIMITED BY SIZE
                     INTO WAbendMsg
              END-STRING
              PERFORM 9000-ABEND-RUTINA
           END-IF.

       5000-ESCRIBE-RECHAZO.
           MOVE SPACES TO RechazoLine
           STRING "TRANSACCION RECHAZADA " DELIMITED BY SIZE
                  TrAccion DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TrTipo DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TrCategoria DELIMITED BY SIZE
                  " USUARIO " DELIMITED BY SIZE
                  TrUsuario DELIMITED BY SIZE
                  " MOTIVO " DELIMITED BY SIZE
                  WMotivoRechazo DELIMITED BY SIZE
                  INTO RechazoLine
           END-STRING
           WRITE RechazoLine
           ADD 1 TO WTranRechazadas.
