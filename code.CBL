               03 Surname    PIC X(10).
           02  Direccion     PIC X(15).
           02  Telefono      PIC 9(9).
           02  LimiteCredito PIC 9(7)V99.
           02  BloqueoCredito PIC X(1).

       FD  ArticulosFile.
       01  ArticulosDetails.
           02 RlLeidos     PIC 9(7).
           02 RlAplicados  PIC 9(7).
           02 RlRechazados PIC 9(7).
      * Copia de seguridad tomada antes del paso (cero si no la hubo)
      * y tipo de anotacion: R es la anulacion que deja RESTAURA al
      * devolver los ficheros a esa copia.
           02 RlGeneracion PIC 9(7).
           02 RlTipo       PIC X(1).
              88 RlReversion VALUE "R".

       FD  CategoriasFile.
       01  CategoriasDetails.
                    END-STRING
                    PERFORM 9000-ABEND-RUTINA
                 END-IF
      * Una anulacion posterior del mismo paso (restauracion de su
      * copia de seguridad) lo deja otra vez como no ejecutado.
                 IF RlFecha = WRunDate AND
                    RlPrograma = "RECEPCN "
                    IF RlReversion
                       MOVE 'N' TO WPredecesorOk
                    ELSE
                       IF RlRetorno <= 04
                          SET PredecesorOk TO TRUE
                       END-IF
                    END-IF
                 END-IF
                 READ RunLedgerFile
                 AT END SET EndOfRunLedger TO TRUE
           MOVE WUsersLeidos TO RlLeidos
           MOVE WDetImpresas TO RlAplicados
           MOVE WLinRechazadas TO RlRechazados
           MOVE ZEROS TO RlGeneracion
           MOVE SPACE TO RlTipo
           WRITE RunLedgerRecord
           IF StatRunLedger NOT = "00"
              STRING "ERROR ESCRIBIENDO RUNLEDG.DAT STATUS "
