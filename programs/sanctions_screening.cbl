       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFACSCRN.

      *> Shared sanctions (OFAC) watch-list screening module.
      *> ACCTMGMT (new customers, joint owners and the compliance
      *> review screen) and the nightly CIF rescreen (OFACRSCN) CALL
      *> this so names are matched, and reviews kept, in exactly one
      *> place. OFACSCRN keeps the WATCH-LIST and SANCTIONS-REVIEW
      *> files only; the caller changes account status and writes
      *> the audit trail. Functions (SS-FUNCTION) and return codes
      *> are listed in sanscrp.cpy.
      *>
      *> A list entry is a possible match when its tax ID, digits
      *> only, equals the customer's full tax ID, or when the names
      *> agree once case and punctuation are dropped: either the
      *> whole names are equal, or every word of the shorter name
      *> (two words or more, initials ignored) appears somewhere in
      *> the longer one, in any order. That deliberately errs toward
      *> raising a review - compliance releases the false matches,
      *> and a released entry is not raised against that customer
      *> again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-LIST-FILE ASSIGN TO "WATCHLST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WATCH-LIST-STATUS.

           SELECT SANCTIONS-REVIEW ASSIGN TO "SANCTREV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-KEY
               FILE STATUS IS SANCTIONS-REVIEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-LIST-FILE.
       COPY "watchlst.cpy".

       FD  SANCTIONS-REVIEW.
       COPY "sanctrev.cpy".

       WORKING-STORAGE SECTION.
       01  WATCH-LIST-STATUS         PIC XX VALUE "00".
       01  SANCTIONS-REVIEW-STATUS   PIC XX VALUE "00".

       01  NO-MORE-LIST-ENTRIES      PIC X VALUE "N".
           88  ALL-LIST-ENTRIES-DONE     VALUE "Y".
       01  MORE-REVIEW-RECORDS       PIC X VALUE "N".
           88  NO-MORE-REVIEW-RECORDS    VALUE "N".
       01  LIST-ON-FILE-FLAG         PIC X VALUE "N".
           88  WATCH-LIST-ON-FILE        VALUE "Y".
       01  ENTRY-MATCH-FLAG          PIC X VALUE "N".
           88  ENTRY-MATCHES             VALUE "Y".
       01  PENDING-FOUND-FLAG        PIC X VALUE "N".
           88  PENDING-REVIEW-FOUND      VALUE "Y".
       01  CONFIRMED-FOUND-FLAG      PIC X VALUE "N".
           88  CONFIRMED-REVIEW-FOUND    VALUE "Y".

       01  ENTRY-MATCH-TYPE          PIC X(06).
       01  SAVED-ENTRY-ID            PIC X(10).
       01  SAVED-ENTRY-NAME          PIC X(40).
       01  SAVED-MATCH-TYPE          PIC X(06).

      *> Names are reduced to a table of words: upper case,
      *> punctuation blanked, single letters (initials) dropped.
       01  NORMALIZE-INPUT           PIC X(40).
       01  NORMALIZE-TEXT            PIC X(40).
       01  RAW-WORD-TABLE.
           05  RAW-WORD-COUNT        PIC 9(02) COMP.
           05  RAW-WORD              PIC X(20) OCCURS 8 TIMES.
       01  NAME-WORD-TABLE.
           05  NAME-WORD-COUNT       PIC 9(02) COMP.
           05  NAME-WORD             PIC X(20) OCCURS 8 TIMES.
       01  CUSTOMER-WORD-TABLE.
           05  CUSTOMER-WORD-COUNT   PIC 9(02) COMP.
           05  CUSTOMER-WORD         PIC X(20) OCCURS 8 TIMES.
       01  ENTRY-WORD-TABLE.
           05  ENTRY-WORD-COUNT      PIC 9(02) COMP.
           05  ENTRY-WORD            PIC X(20) OCCURS 8 TIMES.
       01  CUSTOMER-NAME-TEXT        PIC X(40).
       01  JOIN-POINTER              PIC 9(02) COMP.
       01  WORD-INDEX                PIC 9(02) COMP.
       01  OTHER-INDEX               PIC 9(02) COMP.
       01  WORDS-FOUND               PIC 9(02) COMP.
       01  WORD-FOUND-FLAG           PIC X VALUE "N".
           88  WORD-WAS-FOUND            VALUE "Y".

       01  DIGITS-INPUT              PIC X(11).
       01  DIGITS-OUTPUT             PIC X(11).
       01  DIGIT-INDEX               PIC 9(02) COMP.
       01  DIGIT-LENGTH              PIC 9(02) COMP.
       01  CUSTOMER-TAX-DIGITS       PIC X(11).
       01  CUSTOMER-TAX-LENGTH       PIC 9(02) COMP.

       LINKAGE SECTION.
       COPY "sanscrp.cpy".

       PROCEDURE DIVISION USING SANCTIONS-SCREEN-PARAMETERS.
       MAIN-LOGIC.
           SET SS-CLEAR TO TRUE
           MOVE "N" TO SS-NEW-MATCH

           OPEN I-O SANCTIONS-REVIEW
           IF SANCTIONS-REVIEW-STATUS = "35"
               OPEN OUTPUT SANCTIONS-REVIEW
               CLOSE SANCTIONS-REVIEW
               OPEN I-O SANCTIONS-REVIEW
           END-IF

           IF SANCTIONS-REVIEW-STATUS NOT = "00"
               SET SS-SCREEN-ERROR TO TRUE
               DISPLAY "OFACSCRN: unable to open sanctions review"
                   " file."
               DISPLAY "File status: " SANCTIONS-REVIEW-STATUS
           ELSE
               EVALUATE TRUE
                   WHEN SS-FUNCTION-SCREEN
                       PERFORM SCREEN-CUSTOMER
                   WHEN SS-FUNCTION-STATUS
                       PERFORM DETERMINE-CUSTOMER-STANDING
                   WHEN SS-FUNCTION-NEXT
                       PERFORM FIND-NEXT-PENDING-REVIEW
                   WHEN SS-FUNCTION-RELEASE
                       PERFORM DECIDE-REVIEW
                   WHEN SS-FUNCTION-CONFIRM
                       PERFORM DECIDE-REVIEW
                   WHEN OTHER
                       SET SS-SCREEN-ERROR TO TRUE
                       DISPLAY "OFACSCRN: unknown function "
                           SS-FUNCTION "."
               END-EVALUATE
               CLOSE SANCTIONS-REVIEW
           END-IF

           GOBACK.

      *> Every entry on the list is checked, so one screen raises a
      *> review for each entry the customer possibly matches.
       SCREEN-CUSTOMER.
           MOVE SS-CUSTOMER-NAME TO NORMALIZE-INPUT
           PERFORM BUILD-NAME-WORDS
           MOVE NAME-WORD-TABLE TO CUSTOMER-WORD-TABLE
           MOVE NORMALIZE-TEXT  TO CUSTOMER-NAME-TEXT
           MOVE SS-TAX-ID TO DIGITS-INPUT
           PERFORM EXTRACT-DIGITS
           MOVE DIGITS-OUTPUT TO CUSTOMER-TAX-DIGITS
           MOVE DIGIT-LENGTH  TO CUSTOMER-TAX-LENGTH
           MOVE SPACES TO SAVED-ENTRY-ID
           MOVE SPACES TO SAVED-ENTRY-NAME
           MOVE SPACES TO SAVED-MATCH-TYPE

           MOVE "N" TO LIST-ON-FILE-FLAG
           MOVE "N" TO NO-MORE-LIST-ENTRIES
           OPEN INPUT WATCH-LIST-FILE
           IF WATCH-LIST-STATUS = "00"
               MOVE "Y" TO LIST-ON-FILE-FLAG
               PERFORM UNTIL ALL-LIST-ENTRIES-DONE
                   READ WATCH-LIST-FILE
                       AT END
                           SET ALL-LIST-ENTRIES-DONE TO TRUE
                   END-READ
                   IF NOT ALL-LIST-ENTRIES-DONE
                       PERFORM CHECK-ONE-LIST-ENTRY
                   END-IF
               END-PERFORM
               CLOSE WATCH-LIST-FILE
           END-IF

           PERFORM DETERMINE-CUSTOMER-STANDING
           IF SS-MATCH-IS-NEW
               MOVE SAVED-ENTRY-ID   TO SS-ENTRY-ID
               MOVE SAVED-ENTRY-NAME TO SS-ENTRY-NAME
               MOVE SAVED-MATCH-TYPE TO SS-MATCH-TYPE
           END-IF
           IF SS-CLEAR AND NOT WATCH-LIST-ON-FILE
               SET SS-NO-WATCH-LIST TO TRUE
           END-IF.

       CHECK-ONE-LIST-ENTRY.
           MOVE "N" TO ENTRY-MATCH-FLAG
           MOVE WE-TAX-ID TO DIGITS-INPUT
           PERFORM EXTRACT-DIGITS
           IF CUSTOMER-TAX-LENGTH >= 9
                   AND DIGITS-OUTPUT = CUSTOMER-TAX-DIGITS
               MOVE "Y" TO ENTRY-MATCH-FLAG
               MOVE "TAX ID" TO ENTRY-MATCH-TYPE
           ELSE
               PERFORM COMPARE-ENTRY-NAME
           END-IF

           IF ENTRY-MATCHES
               PERFORM RECORD-POSSIBLE-MATCH
           END-IF.

       COMPARE-ENTRY-NAME.
           MOVE WE-ENTRY-NAME TO NORMALIZE-INPUT
           PERFORM BUILD-NAME-WORDS
           MOVE NAME-WORD-TABLE TO ENTRY-WORD-TABLE

           IF NORMALIZE-TEXT NOT = SPACES
                   AND NORMALIZE-TEXT = CUSTOMER-NAME-TEXT
               MOVE "Y" TO ENTRY-MATCH-FLAG
           ELSE
               IF ENTRY-WORD-COUNT >= 2
                       AND ENTRY-WORD-COUNT <= CUSTOMER-WORD-COUNT
                   MOVE 0 TO WORDS-FOUND
                   PERFORM FIND-ENTRY-WORD-IN-CUSTOMER
                       VARYING WORD-INDEX FROM 1 BY 1
                       UNTIL WORD-INDEX > ENTRY-WORD-COUNT
                   IF WORDS-FOUND = ENTRY-WORD-COUNT
                       MOVE "Y" TO ENTRY-MATCH-FLAG
                   END-IF
               END-IF
               IF CUSTOMER-WORD-COUNT >= 2
                       AND CUSTOMER-WORD-COUNT < ENTRY-WORD-COUNT
                   MOVE 0 TO WORDS-FOUND
                   PERFORM FIND-CUSTOMER-WORD-IN-ENTRY
                       VARYING WORD-INDEX FROM 1 BY 1
                       UNTIL WORD-INDEX > CUSTOMER-WORD-COUNT
                   IF WORDS-FOUND = CUSTOMER-WORD-COUNT
                       MOVE "Y" TO ENTRY-MATCH-FLAG
                   END-IF
               END-IF
           END-IF
           IF ENTRY-MATCHES
               MOVE "NAME" TO ENTRY-MATCH-TYPE
           END-IF.

       FIND-ENTRY-WORD-IN-CUSTOMER.
           MOVE "N" TO WORD-FOUND-FLAG
           PERFORM VARYING OTHER-INDEX FROM 1 BY 1
                   UNTIL OTHER-INDEX > CUSTOMER-WORD-COUNT
                       OR WORD-WAS-FOUND
               IF ENTRY-WORD(WORD-INDEX) = CUSTOMER-WORD(OTHER-INDEX)
                   MOVE "Y" TO WORD-FOUND-FLAG
               END-IF
           END-PERFORM
           IF WORD-WAS-FOUND
               ADD 1 TO WORDS-FOUND
           END-IF.

       FIND-CUSTOMER-WORD-IN-ENTRY.
           MOVE "N" TO WORD-FOUND-FLAG
           PERFORM VARYING OTHER-INDEX FROM 1 BY 1
                   UNTIL OTHER-INDEX > ENTRY-WORD-COUNT
                       OR WORD-WAS-FOUND
               IF CUSTOMER-WORD(WORD-INDEX) = ENTRY-WORD(OTHER-INDEX)
                   MOVE "Y" TO WORD-FOUND-FLAG
               END-IF
           END-PERFORM
           IF WORD-WAS-FOUND
               ADD 1 TO WORDS-FOUND
           END-IF.

      *> A review already on file for this customer and entry -
      *> pending, released or confirmed - is left exactly as it is.
       RECORD-POSSIBLE-MATCH.
           MOVE SS-CUSTOMER-NUMBER TO SR-CUSTOMER-NUMBER
           MOVE WE-ENTRY-ID        TO SR-ENTRY-ID
           READ SANCTIONS-REVIEW
               INVALID KEY
                   MOVE WE-ENTRY-NAME    TO SR-ENTRY-NAME
                   MOVE ENTRY-MATCH-TYPE TO SR-MATCH-TYPE
                   MOVE SS-PROCESS-DATE  TO SR-SCREEN-DATE
                   MOVE SS-USER-ID       TO SR-SCREENED-BY
                   SET SR-PENDING        TO TRUE
                   MOVE SPACES           TO SR-DECIDED-BY
                   MOVE 0                TO SR-DECIDED-DATE
                   WRITE SANCTIONS-REVIEW-RECORD
                       INVALID KEY
                           DISPLAY "OFACSCRN: unable to write review"
                               " for " SS-CUSTOMER-NUMBER "."
                       NOT INVALID KEY
                           IF NOT SS-MATCH-IS-NEW
                               MOVE "Y" TO SS-NEW-MATCH
                               MOVE WE-ENTRY-ID   TO SAVED-ENTRY-ID
                               MOVE WE-ENTRY-NAME TO SAVED-ENTRY-NAME
                               MOVE ENTRY-MATCH-TYPE
                                   TO SAVED-MATCH-TYPE
                           END-IF
                   END-WRITE
           END-READ.

      *> Confirmed outranks pending; the fields returned describe the
      *> review that decided the standing.
       DETERMINE-CUSTOMER-STANDING.
           MOVE "N" TO PENDING-FOUND-FLAG
           MOVE "N" TO CONFIRMED-FOUND-FLAG
           MOVE SS-CUSTOMER-NUMBER TO SR-CUSTOMER-NUMBER
           MOVE LOW-VALUES TO SR-ENTRY-ID
           START SANCTIONS-REVIEW KEY IS >= SR-KEY
               INVALID KEY
                   MOVE "N" TO MORE-REVIEW-RECORDS
               NOT INVALID KEY
                   MOVE "Y" TO MORE-REVIEW-RECORDS
           END-START

           PERFORM UNTIL NO-MORE-REVIEW-RECORDS
               READ SANCTIONS-REVIEW NEXT RECORD
                   AT END
                       MOVE "N" TO MORE-REVIEW-RECORDS
               END-READ
               IF NOT NO-MORE-REVIEW-RECORDS
                   IF SR-CUSTOMER-NUMBER NOT = SS-CUSTOMER-NUMBER
                       MOVE "N" TO MORE-REVIEW-RECORDS
                   ELSE
                       IF SR-CONFIRMED AND NOT CONFIRMED-REVIEW-FOUND
                           MOVE "Y" TO CONFIRMED-FOUND-FLAG
                           PERFORM RETURN-REVIEW-FIELDS
                       END-IF
                       IF SR-PENDING AND NOT PENDING-REVIEW-FOUND
                           MOVE "Y" TO PENDING-FOUND-FLAG
                           IF NOT CONFIRMED-REVIEW-FOUND
                               PERFORM RETURN-REVIEW-FIELDS
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN CONFIRMED-REVIEW-FOUND
                   SET SS-MATCH-CONFIRMED TO TRUE
               WHEN PENDING-REVIEW-FOUND
                   SET SS-REVIEW-PENDING TO TRUE
               WHEN OTHER
                   SET SS-CLEAR TO TRUE
           END-EVALUATE.

       RETURN-REVIEW-FIELDS.
           MOVE SR-ENTRY-ID      TO SS-ENTRY-ID
           MOVE SR-ENTRY-NAME    TO SS-ENTRY-NAME
           MOVE SR-MATCH-TYPE    TO SS-MATCH-TYPE
           MOVE SR-SCREEN-DATE   TO SS-SCREEN-DATE
           MOVE SR-SCREENED-BY   TO SS-SCREENED-BY.

       FIND-NEXT-PENDING-REVIEW.
           SET SS-REVIEW-NOT-FOUND TO TRUE
           MOVE SS-CUSTOMER-NUMBER TO SR-CUSTOMER-NUMBER
           MOVE SS-ENTRY-ID        TO SR-ENTRY-ID
           START SANCTIONS-REVIEW KEY IS > SR-KEY
               INVALID KEY
                   MOVE "N" TO MORE-REVIEW-RECORDS
               NOT INVALID KEY
                   MOVE "Y" TO MORE-REVIEW-RECORDS
           END-START

           PERFORM UNTIL NO-MORE-REVIEW-RECORDS
               READ SANCTIONS-REVIEW NEXT RECORD
                   AT END
                       MOVE "N" TO MORE-REVIEW-RECORDS
               END-READ
               IF NOT NO-MORE-REVIEW-RECORDS
                   IF SR-PENDING
                       MOVE SR-CUSTOMER-NUMBER TO SS-CUSTOMER-NUMBER
                       PERFORM RETURN-REVIEW-FIELDS
                       SET SS-REVIEW-PENDING TO TRUE
                       MOVE "N" TO MORE-REVIEW-RECORDS
                   END-IF
               END-IF
           END-PERFORM.

      *> Only a PENDING review can be decided; the customer's
      *> standing after the decision is returned so the caller knows
      *> whether the held accounts can now be released.
       DECIDE-REVIEW.
           MOVE SS-CUSTOMER-NUMBER TO SR-CUSTOMER-NUMBER
           MOVE SS-ENTRY-ID        TO SR-ENTRY-ID
           READ SANCTIONS-REVIEW
               INVALID KEY
                   SET SS-REVIEW-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   IF NOT SR-PENDING
                       SET SS-REVIEW-NOT-PENDING TO TRUE
                   ELSE
                       IF SS-FUNCTION-RELEASE
                           SET SR-RELEASED TO TRUE
                       ELSE
                           SET SR-CONFIRMED TO TRUE
                       END-IF
                       MOVE SS-USER-ID      TO SR-DECIDED-BY
                       MOVE SS-PROCESS-DATE TO SR-DECIDED-DATE
                       REWRITE SANCTIONS-REVIEW-RECORD
                       PERFORM DETERMINE-CUSTOMER-STANDING
                   END-IF
           END-READ.

       BUILD-NAME-WORDS.
           MOVE NORMALIZE-INPUT TO NORMALIZE-TEXT
           INSPECT NORMALIZE-TEXT CONVERTING
               "abcdefghijklmnopqrstuvwxyz.,-'/&()"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ        "
           MOVE SPACES TO RAW-WORD-TABLE
           MOVE 0 TO RAW-WORD-COUNT
           IF NORMALIZE-TEXT NOT = SPACES
               UNSTRING FUNCTION TRIM(NORMALIZE-TEXT)
                   DELIMITED BY ALL SPACE
                   INTO RAW-WORD(1) RAW-WORD(2) RAW-WORD(3)
                        RAW-WORD(4) RAW-WORD(5) RAW-WORD(6)
                        RAW-WORD(7) RAW-WORD(8)
                   TALLYING IN RAW-WORD-COUNT
               END-UNSTRING
           END-IF
           MOVE SPACES TO NAME-WORD-TABLE
           MOVE 0 TO NAME-WORD-COUNT
           PERFORM KEEP-SIGNIFICANT-WORD
               VARYING WORD-INDEX FROM 1 BY 1
               UNTIL WORD-INDEX > RAW-WORD-COUNT
      *> The whole-name comparison uses the words rejoined with
      *> single spaces, so spacing differences do not matter.
           MOVE SPACES TO NORMALIZE-TEXT
           PERFORM APPEND-NAME-WORD
               VARYING WORD-INDEX FROM 1 BY 1
               UNTIL WORD-INDEX > NAME-WORD-COUNT.

       KEEP-SIGNIFICANT-WORD.
           IF RAW-WORD(WORD-INDEX)(2:1) NOT = SPACE
               ADD 1 TO NAME-WORD-COUNT
               MOVE RAW-WORD(WORD-INDEX)
                   TO NAME-WORD(NAME-WORD-COUNT)
           END-IF.

       APPEND-NAME-WORD.
           IF WORD-INDEX = 1
               MOVE 1 TO JOIN-POINTER
           END-IF
           STRING NAME-WORD(WORD-INDEX) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               INTO NORMALIZE-TEXT WITH POINTER JOIN-POINTER
           END-STRING.

       EXTRACT-DIGITS.
           MOVE SPACES TO DIGITS-OUTPUT
           MOVE 0 TO DIGIT-LENGTH
           PERFORM KEEP-ONE-DIGIT
               VARYING DIGIT-INDEX FROM 1 BY 1
               UNTIL DIGIT-INDEX > 11.

       KEEP-ONE-DIGIT.
           IF DIGITS-INPUT(DIGIT-INDEX:1) IS NUMERIC
               ADD 1 TO DIGIT-LENGTH
               MOVE DIGITS-INPUT(DIGIT-INDEX:1)
                   TO DIGITS-OUTPUT(DIGIT-LENGTH:1)
           END-IF.
