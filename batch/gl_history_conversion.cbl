       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVGLH.

      *> One-time file conversion job for the branch-level ledger.
      *> GL-HISTORY grew:
      *>   + GH-BRANCH-CODE, after the business date
      *> so history appended before the change cannot be read under
      *> the new copybook. This job reads the old file (renamed
      *> GLHIST.OLD), carries every old field across unchanged and
      *> writes the new-layout history with each record booked to
      *> head office branch 0000 - before the change the ledger was
      *> kept firm-wide only, so the old figures stand as the opening
      *> position of head office and the consolidated trial balance
      *> is unchanged. GLFILE.DAT needs no conversion: GLPOST rewrites
      *> it whole every night. Rename the live file to the .OLD name
      *> before running, and run exactly once, before the first
      *> GLPOST under the new layout. Run from JCL - not reachable
      *> from MAINMENU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-GL-HISTORY-FILE ASSIGN TO "GLHIST.OLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLD-GL-HISTORY-STATUS.

           SELECT GL-HISTORY-FILE ASSIGN TO "GLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-GL-HISTORY-FILE.
      *> Pre-conversion GL-HISTORY layout: no branch code.
       01  OLD-GL-HISTORY-RECORD.
           05  OGH-BUSINESS-DATE       PIC 9(08).
           05  OGH-CATEGORY-CODE       PIC X(06).
           05  OGH-CATEGORY-NAME       PIC X(20).
           05  OGH-CATEGORY-TYPE       PIC X(01).
           05  OGH-DEBIT-TOTAL         PIC S9(11)V99.
           05  OGH-CREDIT-TOTAL        PIC S9(11)V99.

       FD  GL-HISTORY-FILE.
       COPY "glhist.cpy".

       WORKING-STORAGE SECTION.
       01  OLD-GL-HISTORY-STATUS     PIC XX VALUE "00".
       01  GL-HISTORY-STATUS         PIC XX VALUE "00".

       01  NO-MORE-OLD-HISTORY       PIC X VALUE "N".
           88  ALL-OLD-HISTORY-DONE      VALUE "Y".

       01  HISTORY-CONVERTED         PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT OLD-GL-HISTORY-FILE
           IF OLD-GL-HISTORY-STATUS NOT = "00"
               DISPLAY "CNVGLH: unable to open GLHIST.OLD."
               DISPLAY "File status: " OLD-GL-HISTORY-STATUS
               DISPLAY "Rename the live file before running."
           ELSE
               OPEN OUTPUT GL-HISTORY-FILE

               PERFORM UNTIL ALL-OLD-HISTORY-DONE
                   READ OLD-GL-HISTORY-FILE
                       AT END
                           SET ALL-OLD-HISTORY-DONE TO TRUE
                   END-READ
                   IF NOT ALL-OLD-HISTORY-DONE
                       PERFORM CONVERT-ONE-HISTORY-RECORD
                   END-IF
               END-PERFORM

               CLOSE OLD-GL-HISTORY-FILE
               CLOSE GL-HISTORY-FILE
           END-IF

           DISPLAY "CNVGLH: " HISTORY-CONVERTED
               " history records converted."

           STOP RUN.

       CONVERT-ONE-HISTORY-RECORD.
           MOVE OGH-BUSINESS-DATE    TO GH-BUSINESS-DATE
           MOVE "0000"               TO GH-BRANCH-CODE
           MOVE OGH-CATEGORY-CODE    TO GH-CATEGORY-CODE
           MOVE OGH-CATEGORY-NAME    TO GH-CATEGORY-NAME
           MOVE OGH-CATEGORY-TYPE    TO GH-CATEGORY-TYPE
           MOVE OGH-DEBIT-TOTAL      TO GH-DEBIT-TOTAL
           MOVE OGH-CREDIT-TOTAL     TO GH-CREDIT-TOTAL
           WRITE GL-HISTORY-RECORD
           ADD 1 TO HISTORY-CONVERTED.
