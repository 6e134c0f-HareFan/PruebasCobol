           02 RlLeidos     PIC 9(7).
           02 RlAplicados  PIC 9(7).
           02 RlRechazados PIC 9(7).
      * Copia de seguridad tomada antes del paso (cero si no la hubo)
      * y tipo de anotacion: R es la anulacion que deja RESTAURA al
      * devolver los ficheros a esa copia.
           02 RlGeneracion PIC 9(7).
           02 RlTipo       PIC X(1).
              88 RlReversion VALUE "R".

       WORKING-STORAGE SECTION.

                    END-STRING
                    PERFORM 9000-ABEND-RUTINA
                 END-IF
      * Una anulacion posterior del mismo paso (restauracion de su
      * copia de seguridad) lo deja otra vez como no ejecutado.
                 IF RlFecha = WRunDate AND
                    RlPrograma = "FACTURA "
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
           MOVE WArtLeidos TO RlLeidos
           MOVE WAlmLeidos TO RlAplicados
           MOVE WRechazados TO RlRechazados
           MOVE ZEROS TO RlGeneracion
           MOVE SPACE TO RlTipo
           WRITE RunLedgerRecord
           IF StatRunLedger NOT = "00"
              STRING "ERROR ESCRIBIENDO RUNLEDG.DAT STATUS "
