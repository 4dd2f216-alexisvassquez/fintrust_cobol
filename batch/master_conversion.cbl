           MOVE SPACES            TO CM-STATE
           MOVE SPACES            TO CM-ZIP-CODE
           MOVE SPACES            TO CM-PHONE-NUMBER
      *> Deceased-processing fields added to the record since.
           SET CM-STATUS-ACTIVE   TO TRUE
           MOVE 0                 TO CM-DATE-OF-DEATH

           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
