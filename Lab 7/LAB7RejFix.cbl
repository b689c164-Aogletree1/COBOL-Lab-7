      *    REPAIRED AND GRADED OR STILL SITTING IN THE REJECT FILE
      *    WHERE IT CAN BE COUNTED - NONE EVAPORATE.  SAME CYCLE
      *    SHAPE AS LAB7MAKEUP'S SUSPENSE MERGE.
      *
      *    THE ONE EXCEPTION IS A RECORD REJECTED BECAUSE ITS TERM
      *    IS CLOSED (TCL).  NO FIX CAN EVER GRADE IT - A CLOSED
      *    TERM'S GRADES CHANGE ONLY THROUGH LAB7GRDCHG - SO LEFT
      *    ALONE IT WOULD CYCLE BACK TO THE REJECT FILE EVERY NIGHT
      *    FOREVER.  A DROP TRANSACTION, NAMING WHO AUTHORIZED IT,
      *    TAKES SUCH A RECORD OUT OF THE CYCLE; THE DROP AND THE
      *    RECORD'S FULL 80-COL IMAGE ARE PRINTED ON REJRPT SO THE
      *    RECORD CAN STILL BE RE-KEYED FROM THE REPORT.
      *******
      *  INPUT:  REJFILE - LAST RUN'S 110-COL REJECT RECORDS (THE
      *          EXACT 80-COL STUDENT-RECORD IMAGE PLUS CODED
      *            COLS 1-20  STUDENT NAME (AS ON THE REJECT RECORD)
      *            COLS 21-25 CLASS CODE   (AS ON THE REJECT RECORD)
      *            COLS 26-29 FIELD CODE: TERM/DEPT/CLAS/TCNT/
      *                       TST1-TST6/INST/SECT, OR DROP
      *            COLS 30-49 NEW VALUE, LEFT-JUSTIFIED (SCORES AND
      *                       SECTION USE THE FIRST 3 CHARACTERS,
      *                       THE TEST COUNT THE FIRST 1).  FOR DROP,
      *                       THE CODE OF WHOEVER AUTHORIZED IT IN
      *                       THE FIRST 4 - REQUIRED.
      *******
      *  OUTPUT: FIXOUT  - ALL REJECT RECORDS AS 80-COL IMAGES,
      *          FIXES APPLIED WHERE A TRANSACTION MATCHED, LESS ANY
      *          CLOSED-TERM RECORD DROPPED.
      *          REJRPT  - AUDIT OF EVERY TRANSACTION: APPLIED,
      *          DROPPED (WITH THE RECORD IMAGE), OR WHY NOT (NO
      *          REJECT MATCH, UNKNOWN FIELD CODE, BAD NEW VALUE,
      *          BAD TEST NUMBER, TEST COUNT UNREADABLE, DROP OF A
      *          RECORD NOT REJECTED FOR A CLOSED TERM).
      *******
      *  RETURN CODE: 0 ALL TRANSACTIONS APPLIED, 4 IF ANY COULD
      *          NOT BE.
               88 MORE-RECORDS                         VALUE 'Y'.
           05  WS-REJECT-FILE-STATUS       PIC XX      VALUE '00'.
           05  WS-TRANS-FILE-STATUS        PIC XX      VALUE '00'.
           05  WS-DROP-RECORD              PIC X       VALUE 'N'.
               88 RECORD-IS-DROPPED                    VALUE 'Y'.
      *
       01  FIX-COUNTERS.
           05  FC-REJECTS-READ             PIC 9(5)    VALUE 0.
           05  FC-TRANS-READ               PIC 9(5)    VALUE 0.
           05  FC-TRANS-APPLIED            PIC 9(5)    VALUE 0.
           05  FC-TRANS-UNAPPLIED          PIC 9(5)    VALUE 0.
           05  FC-REJECTS-DROPPED          PIC 9(5)    VALUE 0.
      *
      *  THE NIGHT'S FIX TRANSACTIONS, TABLED SO EACH REJECT RECORD
      *  CAN BE CHECKED AGAINST ALL OF THEM IN ONE PASS OF THE
      *  REJECT FILE - SAME DEVICE AS LAB7MAKEUP'S TRANSACTION
      *  TABLE.  FT-DISPOSITION IS SPACES UNTIL THE TRANSACTION IS
      *  APPLIED OR FAILS, THEN CARRIES THE AUDIT TEXT FOR
      *  1100-REPORT-TRANSACTIONS.  FT-DROPPED-IMAGE KEEPS THE
      *  RECORD A DROP TOOK OUT, FOR THE SAME REPORT.
       01  FIX-TRANS-TABLE.
           05  FT-COUNT                     PIC S999    VALUE +0.
           05  FT-OVERFLOW-COUNT            PIC S999    VALUE +0.
                   15  FT-FIELD-DIGIT       PIC X.
               10  FT-NEW-VALUE             PIC X(20).
               10  FT-DISPOSITION           PIC X(30).
                   88 FT-TRANS-DROPPED
                                    VALUE 'DROPPED - TERM CLOSED'.
               10  FT-DROPPED-IMAGE         PIC X(80).
      *
       01  SWEEP-FIELDS.
           05  SF-TRANS-SUB                 PIC S999    VALUE +0.
           05  SF-TCL-COUNT                 PIC S999    VALUE +0.
      *
      *  THE TRANSACTION'S VALUE LANDS IN THESE WORK VIEWS BEFORE
      *  THE VALIDITY CHECKS IN 720-APPLY-ONE-TRANS - THE SAME
           05  RDL-NEW-VALUE               PIC X(20).
           05                              PIC X(2)  VALUE SPACES.
           05  RDL-DISPOSITION             PIC X(28).
      *
       01  REJFIX-DROPPED-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  RDR-RECORD-IMAGE            PIC X(80).
      *
       01  REJFIX-OVERFLOW-LINE.
           05                              PIC X(26) VALUE
           05                              PIC X(16) VALUE
                                           '  REJECTS READ: '.
           05  RTL-REJECTS-READ            PIC ZZZZ9.
           05                              PIC X(11) VALUE
                                           '  DROPPED: '.
           05  RTL-DROPPED                 PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
      *
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO FC-REJECTS-READ
                       MOVE 'N' TO WS-DROP-RECORD
                       PERFORM 700-APPLY-MATCHING-TRANS
      *  ONLY THE 80-BYTE IMAGE GOES BACK TO THE STREAM - THE
      *  REASON CODES BELONG TO THE REJECT FILE, AND THE MAIN RUN
      *  WILL RE-CODE WHATEVER IS STILL WRONG TONIGHT.  COPIED
      *  THROUGH THE FULL-IMAGE VIEW, NOT THE OCCURS DEPENDING ON
      *  GROUP, SO THE FIXED-TAIL BYTES SURVIVE.  A DROPPED
      *  CLOSED-TERM RECORD (SEE 760-APPLY-DROP) GOES NOWHERE.
                       IF RECORD-IS-DROPPED
                          ADD 1 TO FC-REJECTS-DROPPED
                       ELSE
                          MOVE RJ-RECORD-IMAGE TO FIXED-RECORD
                          WRITE FIXED-RECORD
                       END-IF
               END-READ
           END-PERFORM
           .
                     RJ-SECTION-CODE
                PERFORM 730-MARK-APPLIED

             WHEN 'DROP'
                PERFORM 760-APPLY-DROP

             WHEN OTHER
                MOVE 'UNKNOWN FIELD CODE' TO
                     FT-DISPOSITION(SF-TRANS-SUB)
           END-EVALUATE
           .

       760-APPLY-DROP.
      *  ONLY A RECORD MULTIBREAK REJECTED FOR A CLOSED TERM (TCL
      *  AMONG ITS REASON CODES) MAY BE DROPPED - EVERY OTHER
      *  REJECT CAN STILL BE FIXED AND GRADED, AND MUST STAY IN THE
      *  CYCLE UNTIL IT IS.  THE AUTHORIZER CODE IS WHAT MAKES THE
      *  DROP ACCOUNTABLE, SO A DROP WITHOUT ONE IS REFUSED.
           MOVE ZEROS TO SF-TCL-COUNT
           INSPECT RJ-REASON-CODES TALLYING SF-TCL-COUNT
                   FOR ALL 'TCL '

           EVALUATE TRUE
             WHEN SF-TCL-COUNT = 0
                MOVE 'NOT A CLOSED-TERM REJECT' TO
                     FT-DISPOSITION(SF-TRANS-SUB)
                ADD 1 TO FC-TRANS-UNAPPLIED

             WHEN FT-NEW-VALUE(SF-TRANS-SUB)(1:4) = SPACES
                PERFORM 740-MARK-BAD-VALUE

             WHEN OTHER
                MOVE 'Y' TO WS-DROP-RECORD
                MOVE RJ-RECORD-IMAGE TO
                     FT-DROPPED-IMAGE(SF-TRANS-SUB)
                MOVE 'DROPPED - TERM CLOSED' TO
                     FT-DISPOSITION(SF-TRANS-SUB)
                ADD 1 TO FC-TRANS-APPLIED

           END-EVALUATE
           .

       1100-REPORT-TRANSACTIONS.
      *  ONE AUDIT LINE PER TRANSACTION.  ANY STILL UNMARKED AFTER
      *  THE REJECT PASS NEVER MATCHED A REJECTED RECORD.
              MOVE FT-NEW-VALUE(SF-TRANS-SUB)   TO RDL-NEW-VALUE
              MOVE FT-DISPOSITION(SF-TRANS-SUB) TO RDL-DISPOSITION
              WRITE REJFIX-REPORT-LINE FROM REJFIX-DETAIL-LINE
              IF FT-TRANS-DROPPED(SF-TRANS-SUB)
                 MOVE FT-DROPPED-IMAGE(SF-TRANS-SUB) TO
                      RDR-RECORD-IMAGE
                 WRITE REJFIX-REPORT-LINE FROM REJFIX-DROPPED-LINE
              END-IF
           END-PERFORM

      *  TRANSACTIONS PAST THE TABLE CAP NEVER GOT A DETAIL LINE -
           MOVE FC-TRANS-APPLIED   TO RTL-APPLIED
           MOVE FC-TRANS-UNAPPLIED TO RTL-UNAPPLIED
           MOVE FC-REJECTS-READ    TO RTL-REJECTS-READ
           MOVE FC-REJECTS-DROPPED TO RTL-DROPPED
           WRITE REJFIX-REPORT-LINE FROM REJFIX-TOTALS-LINE
           .

