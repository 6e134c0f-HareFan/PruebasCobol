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

           MOVE WTranLeidas TO RlLeidos
           MOVE WTranAplicadas TO RlAplicados
           MOVE WTranRechazadas TO RlRechazados
           MOVE ZEROS TO RlGeneracion
           MOVE SPACE TO RlTipo
           WRITE RunLedgerRecord
           IF StatRunLedger NOT = "00"
              STRING "ERROR ESCRIBIENDO RUNLEDG.DAT STATUS "
