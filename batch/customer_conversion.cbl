       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVCUST.

      *> One-time file conversion job for the deceased-processing
      *> layout change. CUSTOMER-MASTER grew:
      *>   + CM-CUSTOMER-STATUS, CM-DATE-OF-DEATH
      *> An indexed file's record length is fixed when it is created,
      *> so records written under the old copybook cannot simply be
      *> read under the new one. This job reads the old file (renamed
      *> CUSTMAST.OLD), carries every old field across unchanged and
      *> writes the new-layout live file with every customer ACTIVE
      *> and no date of death. Rename the live file to the .OLD name
      *> before running, and run exactly once, with the online system
      *> down. Run from JCL - not reachable from MAINMENU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CUSTOMER-MASTER ASSIGN TO "CUSTMAST.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OCM-CUSTOMER-NUMBER
               FILE STATUS IS OLD-CUSTOMER-MASTER-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS CUSTOMER-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-CUSTOMER-MASTER.
      *> Pre-conversion CUSTOMER-MASTER layout: name, tax ID, address
      *> and phone, but no status or date of death.
       01  OLD-CUSTOMER-MASTER-RECORD.
           05  OCM-CUSTOMER-NUMBER     PIC X(10).
           05  OCM-CUSTOMER-NAME       PIC X(30).
           05  OCM-TAX-ID              PIC X(11).
           05  OCM-STREET-ADDRESS      PIC X(30).
           05  OCM-CITY                PIC X(20).
           05  OCM-STATE               PIC X(02).
           05  OCM-ZIP-CODE            PIC X(10).
           05  OCM-PHONE-NUMBER        PIC X(14).

       FD  CUSTOMER-MASTER.
       COPY "custmas.cpy".

       WORKING-STORAGE SECTION.
       01  OLD-CUSTOMER-MASTER-STATUS PIC XX VALUE "00".
       01  CUSTOMER-MASTER-STATUS    PIC XX VALUE "00".

       01  NO-MORE-OLD-CUSTOMERS     PIC X VALUE "N".
           88  ALL-OLD-CUSTOMERS-DONE    VALUE "Y".

       01  CUSTOMERS-CONVERTED       PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT OLD-CUSTOMER-MASTER
           IF OLD-CUSTOMER-MASTER-STATUS NOT = "00"
               DISPLAY "CNVCUST: unable to open CUSTMAST.OLD."
               DISPLAY "File status: " OLD-CUSTOMER-MASTER-STATUS
               DISPLAY "Rename the live file before running."
           ELSE
               OPEN OUTPUT CUSTOMER-MASTER

               PERFORM UNTIL ALL-OLD-CUSTOMERS-DONE
                   READ OLD-CUSTOMER-MASTER NEXT RECORD
                       AT END
                           SET ALL-OLD-CUSTOMERS-DONE TO TRUE
                   END-READ
                   IF NOT ALL-OLD-CUSTOMERS-DONE
                       PERFORM CONVERT-ONE-CUSTOMER
                   END-IF
               END-PERFORM

               CLOSE OLD-CUSTOMER-MASTER
               CLOSE CUSTOMER-MASTER
           END-IF

           DISPLAY "CNVCUST: " CUSTOMERS-CONVERTED
               " customers converted."

           STOP RUN.

       CONVERT-ONE-CUSTOMER.
           MOVE OCM-CUSTOMER-NUMBER  TO CM-CUSTOMER-NUMBER
           MOVE OCM-CUSTOMER-NAME    TO CM-CUSTOMER-NAME
           MOVE OCM-TAX-ID           TO CM-TAX-ID
           MOVE OCM-STREET-ADDRESS   TO CM-STREET-ADDRESS
           MOVE OCM-CITY             TO CM-CITY
           MOVE OCM-STATE            TO CM-STATE
           MOVE OCM-ZIP-CODE         TO CM-ZIP-CODE
           MOVE OCM-PHONE-NUMBER     TO CM-PHONE-NUMBER
           SET CM-STATUS-ACTIVE      TO TRUE
           MOVE 0                    TO CM-DATE-OF-DEATH

           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "CNVCUST: unable to write customer "
                       OCM-CUSTOMER-NUMBER "."
               NOT INVALID KEY
                   ADD 1 TO CUSTOMERS-CONVERTED
           END-WRITE.
