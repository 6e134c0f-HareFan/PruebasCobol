           02 TrDireccion   PIC X(15).
           02 TrTelefono    PIC X(9).
           02 TrUsuario     PIC X(8).
           02 TrLimite      PIC X(9).
           02 TrLimiteNum REDEFINES TrLimite PIC 9(7)V99.
           02 TrBloqueo     PIC X(1).

       FD  UsuariosFile.
       01  UsuariosDetails.
               03 Surname    PIC X(10).
           02  Direccion     PIC X(15).
           02  Telefono      PIC 9(9).
           02  LimiteCredito PIC 9(7)V99.
           02  BloqueoCredito PIC X(1).

       FD  AuditoriaFile.
       01  AuditoriaLine        PIC X(150).

       FD  RechazosFile.
       01  RechazoLine          PIC X(120).
           02 FILLER        PIC X(1) VALUE "/".
           02 WAuDespuesTel PIC X(9).
           02 FILLER        PIC X(1) VALUE "]".
           02 FILLER        PIC X(9) VALUE " CREDITO[".
           02 WAuAntesLim   PIC X(10).
           02 FILLER        PIC X(1) VALUE "/".
           02 WAuAntesBlq   PIC X(1).
           02 FILLER        PIC X(2) VALUE "][".
           02 WAuDespuesLim PIC X(10).
           02 FILLER        PIC X(1) VALUE "/".
           02 WAuDespuesBlq PIC X(1).
           02 FILLER        PIC X(1) VALUE "]".

       01 StatTransacciones PIC X(02) VALUE SPACES.
           88 TrIniciado VALUE '00'.
              03 WUsuTabApellido  PIC X(10).
              03 WUsuTabDireccion PIC X(15).
              03 WUsuTabTelefono  PIC 9(9).
              03 WUsuTabLimite    PIC 9(7)V99.
              03 WUsuTabBloqueo   PIC X(1).
       01 WUsuUsados  PIC 9(4) VALUE ZEROS.
       01 WUsuSel     PIC 9(4) VALUE ZEROS.
       01 WUdx        PIC 9(4) VALUE ZEROS.
           02 WUsuSwapApellido  PIC X(10).
           02 WUsuSwapDireccion PIC X(15).
           02 WUsuSwapTelefono  PIC 9(9).
           02 WUsuSwapLimite    PIC 9(7)V99.
           02 WUsuSwapBloqueo   PIC X(1).

      * Limite de credito editado para la linea de auditoria. Un
      * limite a cero significa cliente sin limite asignado; el
      * bloqueo S retiene todos sus pedidos en COMPRAS.
       01 WLimiteEdit PIC ZZZZZZ9.99.

       01 WTranLeidas     PIC 9(5) VALUE ZEROS.
       01 WTranAplicadas  PIC 9(5) VALUE ZEROS.
                 MOVE Surname TO WUsuTabApellido(WUsuUsados)
                 MOVE Direccion TO WUsuTabDireccion(WUsuUsados)
                 MOVE Telefono TO WUsuTabTelefono(WUsuUsados)
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
              ELSE
                 MOVE "TABLA DE USUARIOS LLENA" TO WAbendMsg
                 PERFORM 9000-ABEND-RUTINA
                       MOVE 'N' TO WTranValida
                       MOVE "TELEFONO NO NUMERICO DE 9 CIFRAS"
                          TO WMotivoRechazo
                    ELSE
                       IF (EsAlta OR EsModificacion) AND
                          TrLimite NOT = SPACES AND
                          TrLimite IS NOT NUMERIC
                          MOVE 'N' TO WTranValida
                          MOVE "LIMITE DE CREDITO NO NUMERICO"
                             TO WMotivoRechazo
                       ELSE
                          IF (EsAlta OR EsModificacion) AND
                             TrBloqueo NOT = SPACE AND
                             TrBloqueo NOT = "S" AND
                             TrBloqueo NOT = "N"
                             MOVE 'N' TO WTranValida
                             MOVE "BLOQUEO DE CREDITO DISTINTO DE S/N"
                                TO WMotivoRechazo
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF

       4000-APLICA-TRANSACCION.
           MOVE SPACES TO WAuAntesNom, WAuAntesTel,
                          WAuDespuesNom, WAuDespuesTel,
                          WAuAntesLim, WAuAntesBlq,
                          WAuDespuesLim, WAuDespuesBlq

           MOVE ZEROS TO WUsuSel
           PERFORM VARYING WUdx FROM 1 BY 1
                    MOVE TrApellido TO WUsuTabApellido(WUsuUsados)
                    MOVE TrDireccion TO WUsuTabDireccion(WUsuUsados)
                    MOVE TrTelefono TO WUsuTabTelefono(WUsuUsados)
                    IF TrLimite = SPACES
                       MOVE ZEROS TO WUsuTabLimite(WUsuUsados)
                    ELSE
                       MOVE TrLimiteNum TO WUsuTabLimite(WUsuUsados)
                    END-IF
                    IF TrBloqueo = "S"
                       MOVE "S" TO WUsuTabBloqueo(WUsuUsados)
                    ELSE
                       MOVE "N" TO WUsuTabBloqueo(WUsuUsados)
                    END-IF
                    MOVE TrNombre TO WAuDespuesNom(1:10)
                    MOVE TrApellido TO WAuDespuesNom(11:10)
                    MOVE TrTelefono TO WAuDespuesTel
                    MOVE WUsuTabLimite(WUsuUsados) TO WLimiteEdit
                    MOVE WLimiteEdit TO WAuDespuesLim
                    MOVE WUsuTabBloqueo(WUsuUsados) TO WAuDespuesBlq
                 ELSE
                    MOVE "TABLA DE USUARIOS LLENA" TO WAbendMsg
                    PERFORM 9000-ABEND-RUTINA
                 MOVE WUsuTabNombre(WUsuSel) TO WAuAntesNom(1:10)
                 MOVE WUsuTabApellido(WUsuSel) TO WAuAntesNom(11:10)
                 MOVE WUsuTabTelefono(WUsuSel) TO WAuAntesTel
                 MOVE WUsuTabLimite(WUsuSel) TO WLimiteEdit
                 MOVE WLimiteEdit TO WAuAntesLim
                 MOVE WUsuTabBloqueo(WUsuSel) TO WAuAntesBlq
                 MOVE TrNombre TO WUsuTabNombre(WUsuSel)
                 MOVE TrApellido TO WUsuTabApellido(WUsuSel)
                 MOVE TrDireccion TO WUsuTabDireccion(WUsuSel)
                 MOVE TrTelefono TO WUsuTabTelefono(WUsuSel)
      * Limite y bloqueo en blanco dejan los valores que habia.
                 IF TrLimite NOT = SPACES
                    MOVE TrLimiteNum TO WUsuTabLimite(WUsuSel)
                 END-IF
                 IF TrBloqueo NOT = SPACE
                    MOVE TrBloqueo TO WUsuTabBloqueo(WUsuSel)
                 END-IF
                 MOVE TrNombre TO WAuDespuesNom(1:10)
                 MOVE TrApellido TO WAuDespuesNom(11:10)
                 MOVE TrTelefono TO WAuDespuesTel
                 MOVE WUsuTabLimite(WUsuSel) TO WLimiteEdit
                 MOVE WLimiteEdit TO WAuDespuesLim
                 MOVE WUsuTabBloqueo(WUsuSel) TO WAuDespuesBlq
              END-IF

           WHEN EsBaja
                 MOVE WUsuTabNombre(WUsuSel) TO WAuAntesNom(1:10)
                 MOVE WUsuTabApellido(WUsuSel) TO WAuAntesNom(11:10)
                 MOVE WUsuTabTelefono(WUsuSel) TO WAuAntesTel
                 MOVE WUsuTabLimite(WUsuSel) TO WLimiteEdit
                 MOVE WLimiteEdit TO WAuAntesLim
                 MOVE WUsuTabBloqueo(WUsuSel) TO WAuAntesBlq
                 PERFORM VARYING WUdx FROM WUsuSel BY 1
                         UNTIL WUdx >= WUsuUsados
                    COMPUTE WVdx = WUdx + 1
              MOVE WUsuTabApellido(WUdx) TO Surname
              MOVE WUsuTabDireccion(WUdx) TO Direccion
              MOVE WUsuTabTelefono(WUdx) TO Telefono
              MOVE WUsuTabLimite(WUdx) TO LimiteCredito
              MOVE WUsuTabBloqueo(WUdx) TO BloqueoCredito
              WRITE UsuariosDetails
              IF StatUsuarios NOT = "00"
                 STRING "ERROR ESCRIBIENDO USUARIOS.DAT STATUS "
