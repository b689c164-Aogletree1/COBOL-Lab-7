      *    IS WRITTEN PER CHANGE, THE WAY LAB7DELTA REPORTS A
      *    CHANGED GRADE.
      *
      *    ONCE THE REGISTRAR HAS CLOSED A TERM (LAB7TERMCLOSE) THIS
      *    IS THE ONLY PATH THAT CAN CHANGE ITS GRADES - THE NIGHTLY
      *    RUN REJECTS ITS RECORDS (TCL) EVEN WITH FORCE.  A CHANGE
      *    TO A CLOSED TERM IS ALSO WRITTEN TO THE SUPPLEMENTAL SIS
      *    POSTING FILE, SINCE THE ORIGINAL POSTING HAS ALREADY GONE
      *    OUT.
      *    A CLOSED TERM HAS USUALLY LEFT THE NIGHTLY RESULTS FILE
      *    BY THE TIME A CORRECTION ARRIVES; ITS POSTED GRADE IS
      *    THEN THE LATEST ARCHIVED COPY (SEE 320-LOAD-CLOSED-
      *    ARCHIVE), AND THE CORRECTION POSTS AGAINST THAT.
      *
      *    THE HIGH/LOW COLUMNS ON THE HISTORY RECORD CAN ONLY BE
      *    WIDENED BY A CHANGE, NEVER NARROWED - RECOMPUTING THEM
      *    WOULD TAKE THE WHOLE CLASS, WHICH IS THE FULL RE-RUN
      *          THE STUDENT'S FULL SCORE SET).
      *          WEIGHTS - SAME OPTIONAL FINAL-EXAM WEIGHT TABLE
      *          THE MAIN REPORT USES.
      *          CURVES - SAME OPTIONAL TEST-CURVE TABLE THE MAIN
      *          REPORT USES, SO A CURVED TEST RE-GRADES CURVED.
      *          CURVSTAT - THE RAW MEAN EACH SCALE-TO-MEAN CURVE WAS
      *          FIXED AT BY THE MAIN REPORT.  OPTIONAL - A ROW WITH
      *          NO MEAN ON FILE WAS NEVER APPLIED, SO IT DOESN'T
      *          SCALE THE RE-GRADE EITHER.
      *          RESULTS - THE POSTED RESULTS FILE, REWRITTEN IN
      *          PLACE WITH THE CORRECTED AVERAGES/GRADES.
      *          GRADHIST - THE CUMULATIVE GRADE HISTORY, REWRITTEN
      *          WITH THE AFFECTED CLASS RECORDS ADJUSTED.
      *          TERMCTL - THE TERM-CONTROL FILE LAB7TERMCLOSE
      *          WRITES.  OPTIONAL; NO FILE MEANS NO TERM IS CLOSED.
      *          RESARCH - READ FIRST FOR THE LATEST ARCHIVED COPY
      *          OF ANY CLOSED-TERM RESULT A TRANSACTION NAMES.
      *******
      *  OUTPUT: RESARCH - CORRECTED RESULTS APPENDED, STAMPED WITH
      *          TODAY'S RUN DATE.
      *          SUPPOST - THE SUPPLEMENTAL SIS POSTING FILE: EVERY
      *          CHANGE APPLIED TO A CLOSED TERM, IN LAB7TERMCLOSE'S
      *          80-COL POSTING LAYOUT (POSTING TYPE 'S').  HEADER
      *          AND TRAILER ARE WRITTEN EVEN WHEN NO CLOSED TERM
      *          CHANGED, SO THE SIS LOAD SEES A ZERO COUNT RATHER
      *          THAN A MISSING FILE.
      *          GCAUDIT - THE ACCUMULATING AUDIT TRAIL, ONE
      *          BEFORE/AFTER LINE PER CHANGE PLUS A DISPOSITION
      *          PER TRANSACTION (APPENDED, NEVER RECREATED - SAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WEIGHT-FILE-STATUS.
      *
      *    SAME OPTIONAL TEST-CURVE TABLE THE MAIN REPORT READS -
      *    SEE 180-LOAD-CURVE-TABLE.
           SELECT CURVE-TABLE-FILE
               ASSIGN TO "CURVES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURVE-FILE-STATUS.
      *
      *    THE RAW MEANS THE MAIN REPORT FIXED FOR ITS SCALE-TO-MEAN
      *    CURVES - SEE 183-LOAD-CURVE-STATE.
           SELECT OPTIONAL CURVE-STATE-FILE
               ASSIGN TO "CURVSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURVSTAT-FILE-STATUS.
      *
      *    SAME OPTIONAL PER-CLASS GRADE-SCALE TABLE THE MAIN
      *    REPORT USES, SO THE CORRECTED LETTER MATCHES WHAT THE
      *    NIGHTLY RUN WOULD POST.
      *
           SELECT OPTIONAL RESULTS-ARCHIVE-FILE
               ASSIGN TO "RESARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
      *
           SELECT OPTIONAL CHANGE-AUDIT-FILE
               ASSIGN TO "GCAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL TERM-CONTROL-FILE
               ASSIGN TO "TERMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMCTL-FILE-STATUS.
      *
           SELECT SUPPLEMENTAL-POSTING-FILE
               ASSIGN TO "SUPPOST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 120 CHARACTERS.
      *
       01  CHANGE-AUDIT-LINE               PIC X(120).
      *
      *  MUST MATCH TERM-CONTROL-RECORD IN LAB7TERMCLOSE.
       FD  TERM-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  TERM-CONTROL-RECORD.
           05  TC-TERM-CODE                 PIC X(4).
           05  TC-TERM-STATUS               PIC X.
               88 TC-TERM-CLOSED                        VALUE 'C'.
           05  TC-CLOSE-DATE                PIC 9(6).
           05  TC-CERTIFIER-CODE            PIC X(4).
           05  TC-RESULTS-POSTED            PIC 9(7).
           05  FILLER                       PIC X(58).
      *
      *  MUST MATCH THE SIS POSTING LAYOUT IN LAB7TERMCLOSE.
       FD  SUPPLEMENTAL-POSTING-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  SIS-POSTING-DETAIL.
           05  SPD-RECORD-TYPE              PIC X.
           05  SPD-POSTING-TYPE             PIC X.
           05  SPD-TERM-CODE                PIC X(4).
           05  SPD-STUDENT-ID               PIC X(9).
           05  SPD-DEPT-CODE                PIC A(4).
           05  SPD-CLASS-CODE               PIC X(5).
           05  SPD-NAME                     PIC X(20).
           05  SPD-GRADE                    PIC X.
           05  SPD-AVERAGE                  PIC 9(3)V99.
           05  SPD-AUTHORITY-CODE           PIC X(4).
           05  SPD-POST-DATE                PIC 9(6).
           05  FILLER                       PIC X(20).
      *
       01  SIS-POSTING-HEADER.
           05  SPH-RECORD-TYPE              PIC X.
           05  SPH-POSTING-TYPE             PIC X.
           05  SPH-TERM-CODE                PIC X(4).
           05  SPH-CREATE-DATE              PIC 9(6).
           05  SPH-AUTHORITY-CODE           PIC X(4).
           05  FILLER                       PIC X(64).
      *
       01  SIS-POSTING-TRAILER.
           05  SPT-RECORD-TYPE              PIC X.
           05  SPT-POSTING-TYPE             PIC X.
           05  SPT-TERM-CODE                PIC X(4).
           05  SPT-DETAIL-COUNT             PIC 9(7).
           05  SPT-AVERAGE-HASH             PIC 9(9)V99.
           05  FILLER                       PIC X(56).
      *
      *  MUST MATCH CURVE-TABLE-RECORD IN LAB7MULTIBREAK.
       FD  CURVE-TABLE-FILE
           RECORD CONTAINS 40 CHARACTERS.
      *
       01  CURVE-TABLE-RECORD.
           05  CVR-TERM-CODE                PIC X(4).
           05  CVR-DEPT-CODE                PIC X(4).
           05  CVR-CLASS-CODE               PIC X(5).
           05  CVR-SECTION-CODE             PIC X(3).
           05  CVR-TEST-NUMBER              PIC 9.
           05  CVR-CURVE-METHOD             PIC X.
               88 CVR-ADD-POINTS                       VALUE 'A'.
               88 CVR-SCALE-TO-MEAN                    VALUE 'S'.
           05  CVR-CURVE-VALUE              PIC 9(3).
           05  CVR-APPROVER-CODE            PIC X(4).
           05  FILLER                       PIC X(15).
      *
      *  MUST MATCH CURVE-STATE-RECORD IN LAB7MULTIBREAK.
       FD  CURVE-STATE-FILE
           RECORD CONTAINS 40 CHARACTERS.
      *
       01  CURVE-STATE-RECORD.
           05  CS-TERM-CODE                 PIC X(4).
           05  CS-DEPT-CODE                 PIC X(4).
           05  CS-CLASS-CODE                PIC X(5).
           05  CS-SECTION-CODE              PIC X(3).
           05  CS-TEST-NUMBER               PIC 9.
           05  CS-RAW-MEAN                  PIC 9(3)V99.
           05  CS-RAW-COUNT                 PIC 9(5).
           05  CS-SET-DATE                  PIC 9(6).
           05  FILLER                       PIC X(7).
      *
       WORKING-STORAGE SECTION.
      *
      *    IN SLOTS THE MAKEUP CYCLE LATER FILLED, AND ADDING A
      *    NON-NUMERIC SLOT WOULD POST A GARBAGE AVERAGE.
           05  WS-ALL-SLOTS-NUMERIC        PIC X       VALUE 'Y'.
           05  WS-ARCHIVE-FILE-STATUS      PIC XX      VALUE '00'.
           05  WS-TERMCTL-FILE-STATUS      PIC XX      VALUE '00'.
      *    SET BY 727-CHECK-TERM-CLOSED FOR THE RECORD UNDER CHANGE.
           05  WS-TERM-IS-CLOSED           PIC X       VALUE 'N'.
               88 TERM-IS-CLOSED                       VALUE 'Y'.
           05  WS-TRANS-NAMES-RESULT       PIC X       VALUE 'N'.
      *
       01  CHANGE-COUNTERS.
           05  CC-TRANS-READ               PIC 9(5)    VALUE 0.
           05  CC-TRANS-APPLIED            PIC 9(5)    VALUE 0.
           05  CC-TRANS-UNAPPLIED          PIC 9(5)    VALUE 0.
           05  CC-SUPPLEMENTAL-POSTED      PIC 9(7)    VALUE 0.
           05  CC-SUPPLEMENTAL-HASH        PIC 9(9)V99 VALUE 0.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
               10  HT-F-COUNT               PIC 9(3).
               10  HT-RUN-DATE              PIC 9(6).
      *
      *  TERMS THE REGISTRAR HAS CLOSED - SAME LOAD AS THE MAIN
      *  REPORT'S 175-LOAD-CLOSED-TERMS.
       01  CLOSED-TERMS-TABLE.
           05  CT-COUNT                     PIC S999    VALUE +0.
           05  CLOSED-TERM-ENTRY OCCURS 200 TIMES
                                 INDEXED BY CT-IDX.
               10  CT-TERM-CODE             PIC X(4).
      *
      *  THE LATEST ARCHIVED COPY OF EACH CLOSED-TERM RESULT THAT A
      *  TRANSACTION NAMES - THE POSTED GRADE OF RECORD ONCE THE
      *  TERM HAS LEFT THE RESULTS FILE.  LATEST RUN DATE WINS,
      *  SAME RULE AS LAB7STANDING.  ONLY RESULTS A TRANSACTION
      *  NAMES ARE TABLED, SO ONE SLOT PER TRANSACTION IS ENOUGH.
       01  CLOSED-ARCHIVE-TABLE.
           05  CA-COUNT                     PIC S999    VALUE +0.
           05  CLOSED-ARCHIVE-ENTRY OCCURS 200 TIMES
                                 INDEXED BY CA-IDX.
               10  CA-TERM-CODE             PIC X(4).
               10  CA-DEPT-CODE             PIC A(4).
               10  CA-CLASS-CODE            PIC X(5).
               10  CA-STUDENT-ID            PIC X(9).
               10  CA-NAME                  PIC X(20).
               10  CA-AVERAGE               PIC 9(3)V99.
               10  CA-GRADE                 PIC X.
               10  CA-RUN-DATE              PIC 9(6).
      *
      *  SAME OPTIONAL FINAL-EXAM WEIGHT TABLE AS THE MAIN REPORT,
      *  SO THE RE-GRADE LANDS ON THE SAME AVERAGE THE NIGHTLY RUN
      *  WOULD HAVE COMPUTED.
           05  WS-PER-TEST-PCT              PIC 999V99   VALUE 0.
           05  WS-WEIGHTED-TOTAL            PIC S9(7)V99 VALUE 0.
      *
      *  SAME TEST-CURVE TABLE AS LAB7MULTIBREAK'S 180-LOAD-CURVE-
      *  TABLE, SO THE RE-GRADE CURVES EXACTLY AS THE NIGHTLY RUN
      *  DID.  CV-RAW-MEAN COMES FROM THE CURVE STATE FILE (SEE
      *  183-LOAD-CURVE-STATE), SO A SCALE-TO-MEAN CURVE KEEPS
      *  SCALING BY THE MEAN THE NIGHTLY RUN FIXED - NOT THE MEAN OF
      *  WHATEVER EXTRACT IS ON THE STUDENT DD, AND ONE STUDENT'S
      *  CORRECTION DOES NOT RE-CURVE THE REST OF THE CLASS.
       01  CURVE-TABLE.
           05  CV-COUNT                     PIC S999     VALUE +0.
           05  CURVE-ENTRY OCCURS 100 TIMES
                                 INDEXED BY CV-IDX.
               10  CV-TERM-CODE              PIC X(4).
               10  CV-DEPT-CODE              PIC X(4).
               10  CV-CLASS-CODE             PIC X(5).
               10  CV-SECTION-CODE           PIC X(3).
               10  CV-TEST-NUMBER            PIC 9.
               10  CV-CURVE-METHOD           PIC X.
               10  CV-CURVE-VALUE            PIC 999.
               10  CV-APPROVER-CODE          PIC X(4).
               10  CV-RAW-MEAN               PIC 9(3)V99.
      *
       01  CURVE-WORK-FIELDS.
           05  WS-CURVE-FILE-STATUS         PIC XX       VALUE '00'.
           05  WS-CURVSTAT-FILE-STATUS      PIC XX       VALUE '00'.
           05  CV-TEST-SUB                  PIC 9        VALUE 0.
           05  CV-FOUND-SUB                 PIC S999     VALUE +0.
           05  CV-CLASS-WIDE-SUB            PIC S999     VALUE +0.
           05  CV-REJECT-REASON             PIC X(30)    VALUE SPACES.
           05  CV-RAW-SCORE                 PIC 999      VALUE 0.
           05  CV-CURVED-WORK               PIC 9(5)     VALUE 0.
           05  CV-CURVED-SCORES.
               10  CV-CURVED-SCORE           PIC 999
                                             OCCURS 6 TIMES.
      *
      *  SAME PER-CLASS GRADE-SCALE TABLE AS LAB7MULTIBREAK'S
      *  255-LOAD-GRADE-SCALE-TABLE, SO THE CORRECTED LETTER LANDS
      *  WHERE THE NIGHTLY RUN WOULD PUT IT.
      *    COMPARISON IN 725- IS EXACT.  SEE THE GUARD THERE.
           05  RG-BASELINE-AVERAGE          PIC 9(3)V99  VALUE 0.
           05  RG-RESULT-SUB                PIC S9(5)    VALUE +0.
      *    SET INSTEAD OF RG-RESULT-SUB WHEN A CLOSED TERM'S POSTED
      *    GRADE COMES FROM THE ARCHIVE.  THE POSTED-xxx FIELDS
      *    HOLD WHICHEVER OF THE TWO WAS FOUND.
           05  RG-ARCHIVE-SUB               PIC S9(5)    VALUE +0.
           05  RG-POSTED-ID                 PIC X(9)     VALUE SPACES.
           05  RG-POSTED-AVERAGE            PIC 9(3)V99  VALUE 0.
           05  RG-POSTED-GRADE              PIC X        VALUE SPACE.
           05  RG-HISTORY-SUB               PIC S9(5)    VALUE +0.
           05  RG-TARGET-SECTION            PIC X(3)     VALUE SPACES.
      *
       01  SWEEP-FIELDS.
           05  SF-TRANS-SUB                 PIC S999    VALUE +0.
           05  SF-FOUND-SUB                 PIC S999    VALUE +0.
      *
      *  NUMERIC VIEWS OF THE X(3) SCORE FIELDS FOR THE RANGE CHECK
      *  AND THE RE-GRADE ARITHMETIC - SAME DEVICE AS LAB7MAKEUP.
           05                              PIC X(14) VALUE
                                           '  NOT APPLIED:'.
           05  CTL-UNAPPLIED               PIC ZZZZ9.
           05                              PIC X(26) VALUE
                                   '  SUPPLEMENTAL SIS POSTS:'.
           05  CTL-SUPPLEMENTAL            PIC ZZZZ9.
      *
       01  BLANK-LINE                      PIC X(120) VALUE SPACES.
      *
           PERFORM 250-LOAD-WEIGHT-TABLE
           PERFORM 255-LOAD-GRADE-SCALE-TABLE
           PERFORM 300-LOAD-TRANS-TABLE
           PERFORM 310-LOAD-CLOSED-TERMS
           PERFORM 320-LOAD-CLOSED-ARCHIVE
           PERFORM 340-LOAD-RESULTS-TABLE
           PERFORM 360-LOAD-HISTORY-TABLE
           PERFORM 400-READ-STUDENT-FILE
           .

       200-HSKPING-ROUTINE.
      *  RESULTS-ARCHIVE-FILE IS OPENED EXTEND BY 320-, AFTER IT
      *  HAS BEEN READ FOR THE CLOSED-TERM POSTED GRADES.
           PERFORM 180-LOAD-CURVE-TABLE
           IF CV-COUNT > 0
              PERFORM 183-LOAD-CURVE-STATE
           END-IF

           OPEN INPUT  GRADE-CHANGE-TRANS-FILE
                INPUT  STUDENT-FILE
                EXTEND CHANGE-AUDIT-FILE
                OUTPUT SUPPLEMENTAL-POSTING-FILE

           ACCEPT WS-CURRENT-DATE FROM DATE

           WRITE CHANGE-AUDIT-LINE FROM BLANK-LINE
           WRITE CHANGE-AUDIT-LINE FROM HEADING-CHANGE-1

      *  A SUPPLEMENTAL FILE CAN CARRY CHANGES FOR MORE THAN ONE
      *  CLOSED TERM, SO THE HEADER AND TRAILER TERM IS LEFT BLANK
      *  AND EACH DETAIL CARRIES ITS OWN.
           MOVE SPACES          TO SIS-POSTING-HEADER
           MOVE 'H'             TO SPH-RECORD-TYPE
           MOVE 'S'             TO SPH-POSTING-TYPE
           MOVE WS-CURRENT-DATE TO SPH-CREATE-DATE
           WRITE SIS-POSTING-HEADER

      *  NO TRANSACTIONS IS A CLEAN NOTHING-TO-DO RUN.
           IF WS-TRANS-FILE-STATUS NOT = '00'
              MOVE 'N' TO EOF-FLAG
           END-IF
           .

       180-LOAD-CURVE-TABLE.
      *  OPTIONAL, SAME AS THE MAIN REPORT - NO FILE MEANS NO TEST
      *  IS CURVED.  SAME LOAD SHAPE AS 250-LOAD-WEIGHT-TABLE.
           OPEN INPUT CURVE-TABLE-FILE

           IF WS-CURVE-FILE-STATUS = '00'
              PERFORM UNTIL WS-CURVE-FILE-STATUS NOT = '00'
                 READ CURVE-TABLE-FILE
                    AT END
                       MOVE '10' TO WS-CURVE-FILE-STATUS
                    NOT AT END
                       IF CURVE-TABLE-RECORD NOT = SPACES
                          PERFORM 182-ADD-CURVE-ENTRY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CURVE-TABLE-FILE
           END-IF
           .

      *
       182-ADD-CURVE-ENTRY.
      *  THE SAME ROW CHECKS AS LAB7MULTIBREAK'S 182-, SO BOTH
      *  PROGRAMS APPLY EXACTLY THE SAME CURVES.  A ROW THAT FAILS
      *  IS SKIPPED HERE WITHOUT COMMENT - THE MAIN REPORT LISTS IT
      *  ON THE CURVE REPORT.
           MOVE SPACES TO CV-REJECT-REASON

           EVALUATE TRUE
             WHEN CVR-TERM-CODE = SPACES
               OR CVR-DEPT-CODE = SPACES
               OR CVR-CLASS-CODE = SPACES
                MOVE 'TERM/DEPT/CLASS MISSING' TO CV-REJECT-REASON
             WHEN CVR-TEST-NUMBER NOT NUMERIC
               OR CVR-TEST-NUMBER < 1
               OR CVR-TEST-NUMBER > 6
                MOVE 'TEST NUMBER NOT 1-6' TO CV-REJECT-REASON
             WHEN NOT CVR-ADD-POINTS
              AND NOT CVR-SCALE-TO-MEAN
                MOVE 'METHOD NOT A OR S' TO CV-REJECT-REASON
             WHEN CVR-CURVE-VALUE NOT NUMERIC
               OR CVR-CURVE-VALUE < 1
               OR CVR-CURVE-VALUE > 100
                MOVE 'CURVE VALUE NOT 1-100' TO CV-REJECT-REASON
             WHEN CVR-APPROVER-CODE = SPACES
                MOVE 'NO APPROVER CODE' TO CV-REJECT-REASON
             WHEN CV-COUNT NOT < 100
                MOVE 'CURVE TABLE FULL' TO CV-REJECT-REASON
           END-EVALUATE

           IF CV-REJECT-REASON = SPACES
              PERFORM VARYING CV-IDX FROM 1 BY 1
                      UNTIL CV-IDX > CV-COUNT
                 IF CV-TERM-CODE(CV-IDX)    = CVR-TERM-CODE
                    AND CV-DEPT-CODE(CV-IDX)    = CVR-DEPT-CODE
                    AND CV-CLASS-CODE(CV-IDX)   = CVR-CLASS-CODE
                    AND CV-SECTION-CODE(CV-IDX) = CVR-SECTION-CODE
                    AND CV-TEST-NUMBER(CV-IDX)  = CVR-TEST-NUMBER
                    MOVE 'DUPLICATE OF AN EARLIER ROW'
                         TO CV-REJECT-REASON
                 END-IF
              END-PERFORM
           END-IF

           IF CV-REJECT-REASON = SPACES
              ADD 1 TO CV-COUNT
              SET CV-IDX TO CV-COUNT
              MOVE CVR-TERM-CODE     TO CV-TERM-CODE(CV-IDX)
              MOVE CVR-DEPT-CODE     TO CV-DEPT-CODE(CV-IDX)
              MOVE CVR-CLASS-CODE    TO CV-CLASS-CODE(CV-IDX)
              MOVE CVR-SECTION-CODE  TO CV-SECTION-CODE(CV-IDX)
              MOVE CVR-TEST-NUMBER   TO CV-TEST-NUMBER(CV-IDX)
              MOVE CVR-CURVE-METHOD  TO CV-CURVE-METHOD(CV-IDX)
              MOVE CVR-CURVE-VALUE   TO CV-CURVE-VALUE(CV-IDX)
              MOVE CVR-APPROVER-CODE TO CV-APPROVER-CODE(CV-IDX)
              MOVE ZEROS TO CV-RAW-MEAN(CV-IDX)
           END-IF
           .

      *
       183-LOAD-CURVE-STATE.
      *  SAME LOAD AS LAB7MULTIBREAK'S 183-: A SCALE-TO-MEAN ROW
      *  TAKES THE FIRST MEAN ON FILE FOR ITS KEY.  A ROW WITH NONE
      *  KEEPS A ZERO MEAN, WHICH 717-CURVE-ONE-SCORE TREATS AS
      *  NOTHING TO SCALE - THE NIGHTLY RUN NEVER APPLIED IT, SO THE
      *  GRADES BEING CORRECTED WERE NEVER SCALED BY IT EITHER.
           OPEN INPUT CURVE-STATE-FILE

           IF WS-CURVSTAT-FILE-STATUS = '00' OR '05'
              MOVE '00' TO WS-CURVSTAT-FILE-STATUS
              PERFORM UNTIL WS-CURVSTAT-FILE-STATUS NOT = '00'
                 READ CURVE-STATE-FILE
                    AT END
                       MOVE '10' TO WS-CURVSTAT-FILE-STATUS
                    NOT AT END
                       PERFORM VARYING CV-IDX FROM 1 BY 1
                               UNTIL CV-IDX > CV-COUNT
                          IF CV-TERM-CODE(CV-IDX)    = CS-TERM-CODE
                          AND CV-DEPT-CODE(CV-IDX)    = CS-DEPT-CODE
                          AND CV-CLASS-CODE(CV-IDX)   = CS-CLASS-CODE
                          AND CV-SECTION-CODE(CV-IDX) = CS-SECTION-CODE
                          AND CV-TEST-NUMBER(CV-IDX)  = CS-TEST-NUMBER
                          AND CV-CURVE-METHOD(CV-IDX) = 'S'
                          AND CV-RAW-MEAN(CV-IDX)     = ZERO
                          AND CS-RAW-MEAN NUMERIC
                             MOVE CS-RAW-MEAN  TO CV-RAW-MEAN(CV-IDX)
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE CURVE-STATE-FILE
           END-IF
           .

      *
       190-FIND-CURVE-ROW.
      *  THE CURVE ROW FOR TEST CV-TEST-SUB OF THE CURRENT RECORD'S
      *  TERM/DEPT/CLASS/SECTION, OR ZERO IN CV-FOUND-SUB IF THE TEST
      *  ISN'T CURVED.  A ROW FOR THE RECORD'S OWN SECTION WINS OVER
      *  THE CLASS-WIDE (BLANK-SECTION) ROW.
           MOVE ZEROS TO CV-FOUND-SUB
           MOVE ZEROS TO CV-CLASS-WIDE-SUB

           PERFORM VARYING CV-IDX FROM 1 BY 1 UNTIL CV-IDX > CV-COUNT
              IF CV-TERM-CODE(CV-IDX) = SR-TERM-CODE
                 AND CV-DEPT-CODE(CV-IDX) = SR-DEPT-CODE
                 AND CV-CLASS-CODE(CV-IDX) = SR-CLASS-CODE
                 AND CV-TEST-NUMBER(CV-IDX) = CV-TEST-SUB
                 IF CV-SECTION-CODE(CV-IDX) = SPACES
                    SET CV-CLASS-WIDE-SUB TO CV-IDX
                 ELSE
                    IF CV-SECTION-CODE(CV-IDX) = SR-SECTION-CODE
                       SET CV-FOUND-SUB TO CV-IDX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF CV-FOUND-SUB = 0
              MOVE CV-CLASS-WIDE-SUB TO CV-FOUND-SUB
           END-IF
           .
       250-LOAD-WEIGHT-TABLE.
      *  SAME OPTIONAL LOAD AS THE MAIN REPORT'S 250- - A CLASS NOT
      *  LISTED RE-GRADES ON THE STRAIGHT ARITHMETIC MEAN.
           END-IF
           .

       310-LOAD-CLOSED-TERMS.
      *  STATUS '05' = OPTIONAL FILE NOT PRESENT - NO TERM CLOSED.
           OPEN INPUT TERM-CONTROL-FILE

           IF WS-TERMCTL-FILE-STATUS = '00' OR '05'
              MOVE '00' TO WS-TERMCTL-FILE-STATUS
              PERFORM UNTIL WS-TERMCTL-FILE-STATUS NOT = '00'
                 READ TERM-CONTROL-FILE
                    AT END
                       MOVE '10' TO WS-TERMCTL-FILE-STATUS
                    NOT AT END
                       IF TC-TERM-CLOSED AND CT-COUNT < 200
                          ADD 1 TO CT-COUNT
                          SET CT-IDX TO CT-COUNT
                          MOVE TC-TERM-CODE TO CT-TERM-CODE(CT-IDX)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TERM-CONTROL-FILE
           END-IF
           .

       320-LOAD-CLOSED-ARCHIVE.
      *  ONLY WORTH A PASS OF THE ARCHIVE WHEN SOME TERM IS CLOSED.
      *  EITHER WAY THE FILE FINISHES OPEN EXTEND FOR 760-.
           IF CT-COUNT > 0 AND GT-COUNT > 0
              OPEN INPUT RESULTS-ARCHIVE-FILE
              IF WS-ARCHIVE-FILE-STATUS = '00' OR '05'
                 MOVE '00' TO WS-ARCHIVE-FILE-STATUS
                 PERFORM UNTIL WS-ARCHIVE-FILE-STATUS NOT = '00'
                    READ RESULTS-ARCHIVE-FILE
                       AT END
                          MOVE '10' TO WS-ARCHIVE-FILE-STATUS
                       NOT AT END
                          PERFORM 325-NOTE-CLOSED-RESULT
                    END-READ
                 END-PERFORM
                 CLOSE RESULTS-ARCHIVE-FILE
              END-IF
           END-IF

           OPEN EXTEND RESULTS-ARCHIVE-FILE
           .

       325-NOTE-CLOSED-RESULT.
      *  KEEP THE RECORD ONLY IF ITS TERM IS CLOSED AND SOME
      *  TRANSACTION NAMES IT.
           MOVE 'N' TO WS-TERM-IS-CLOSED
           PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > CT-COUNT
              IF CT-TERM-CODE(CT-IDX) = RA-TERM-CODE
                 MOVE 'Y' TO WS-TERM-IS-CLOSED
              END-IF
           END-PERFORM

           MOVE 'N' TO WS-TRANS-NAMES-RESULT
           IF TERM-IS-CLOSED
              PERFORM VARYING GT-IDX FROM 1 BY 1
                      UNTIL GT-IDX > GT-COUNT
                 IF GT-TERM-CODE(GT-IDX)  = RA-TERM-CODE
                    AND GT-DEPT-CODE(GT-IDX)  = RA-DEPT-CODE
                    AND GT-CLASS-CODE(GT-IDX) = RA-CLASS-CODE
                    AND GT-NAME(GT-IDX)       = RA-NAME
                    MOVE 'Y' TO WS-TRANS-NAMES-RESULT
                 END-IF
              END-PERFORM
           END-IF

           IF WS-TRANS-NAMES-RESULT = 'Y'
              MOVE ZEROS TO SF-FOUND-SUB
              PERFORM VARYING CA-IDX FROM 1 BY 1
                      UNTIL CA-IDX > CA-COUNT
                 IF CA-TERM-CODE(CA-IDX)  = RA-TERM-CODE
                    AND CA-DEPT-CODE(CA-IDX)  = RA-DEPT-CODE
                    AND CA-CLASS-CODE(CA-IDX) = RA-CLASS-CODE
                    AND CA-NAME(CA-IDX)       = RA-NAME
                    AND CA-STUDENT-ID(CA-IDX) = RA-STUDENT-ID
                    SET SF-FOUND-SUB TO CA-IDX
                 END-IF
              END-PERFORM

              EVALUATE TRUE
                WHEN SF-FOUND-SUB > 0
                   SET CA-IDX TO SF-FOUND-SUB
                   IF RA-RUN-DATE >= CA-RUN-DATE(CA-IDX)
                      MOVE RA-AVERAGE  TO CA-AVERAGE(CA-IDX)
                      MOVE RA-GRADE    TO CA-GRADE(CA-IDX)
                      MOVE RA-RUN-DATE TO CA-RUN-DATE(CA-IDX)
                   END-IF

                WHEN CA-COUNT < 200
                   ADD 1 TO CA-COUNT
                   SET CA-IDX TO CA-COUNT
                   MOVE RA-TERM-CODE  TO CA-TERM-CODE(CA-IDX)
                   MOVE RA-DEPT-CODE  TO CA-DEPT-CODE(CA-IDX)
                   MOVE RA-CLASS-CODE TO CA-CLASS-CODE(CA-IDX)
                   MOVE RA-STUDENT-ID TO CA-STUDENT-ID(CA-IDX)
                   MOVE RA-NAME       TO CA-NAME(CA-IDX)
                   MOVE RA-AVERAGE    TO CA-AVERAGE(CA-IDX)
                   MOVE RA-GRADE      TO CA-GRADE(CA-IDX)
                   MOVE RA-RUN-DATE   TO CA-RUN-DATE(CA-IDX)

      *  A POSTED GRADE THAT CANNOT BE TABLED CANNOT BE CHANGED
      *  SAFELY - STOP BEFORE ANYTHING IS TOUCHED, SAME RULE AS THE
      *  RESULTS AND HISTORY TABLES.
                WHEN OTHER
                   DISPLAY 'LAB7GRDCHG: CLOSED-TERM ARCHIVE RESULTS'
                           ' EXCEED TABLE CAPACITY - RUN STOPPED.'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN

              END-EVALUATE
           END-IF
           .

       340-LOAD-RESULTS-TABLE.
      *  THE WHOLE RESULTS FILE COMES INTO THE TABLE BECAUSE IT IS
      *  REWRITTEN FROM THE TABLE AT END OF JOB.  A FILE PAST THE
              END-IF
           END-PERFORM

      *  A CLOSED TERM NO LONGER ON THE RESULTS FILE POSTS AGAINST
      *  ITS LATEST ARCHIVED COPY INSTEAD.
           PERFORM 727-CHECK-TERM-CLOSED
           MOVE ZEROS TO RG-ARCHIVE-SUB
           IF RG-RESULT-SUB = 0 AND TERM-IS-CLOSED
              PERFORM VARYING CA-IDX FROM 1 BY 1
                      UNTIL CA-IDX > CA-COUNT
                 IF CA-TERM-CODE(CA-IDX)  = SR-TERM-CODE
                    AND CA-DEPT-CODE(CA-IDX)  = SR-DEPT-CODE
                    AND CA-CLASS-CODE(CA-IDX) = SR-CLASS-CODE
                    AND CA-NAME(CA-IDX)       = SR-NAME
                    SET RG-ARCHIVE-SUB TO CA-IDX
                 END-IF
              END-PERFORM
           END-IF

           EVALUATE TRUE
             WHEN RG-RESULT-SUB > 0
                MOVE RT-STUDENT-ID(RG-RESULT-SUB) TO RG-POSTED-ID
                MOVE RT-AVERAGE(RG-RESULT-SUB)    TO RG-POSTED-AVERAGE
                MOVE RT-GRADE(RG-RESULT-SUB)      TO RG-POSTED-GRADE
             WHEN RG-ARCHIVE-SUB > 0
                MOVE CA-STUDENT-ID(RG-ARCHIVE-SUB) TO RG-POSTED-ID
                MOVE CA-AVERAGE(RG-ARCHIVE-SUB)  TO RG-POSTED-AVERAGE
                MOVE CA-GRADE(RG-ARCHIVE-SUB)    TO RG-POSTED-GRADE
           END-EVALUATE

      *  STALENESS BASELINE: RE-GRADE THE RECORD AS IT STANDS -
      *  BEFORE THE NEW SCORE IS OVERLAID - AND REMEMBER THE
      *  ANSWER.  IF IT DOESN'T MATCH THE POSTED AVERAGE, THE
      *  A SECOND TRANSACTION IN THE SAME RUN STILL PASSES: THE
      *  FIRST ONE UPDATED BOTH THE RECORD SLOT AND THE POSTED
      *  AVERAGE, SO BASELINE AND POSTED MOVED TOGETHER.
           IF RG-RESULT-SUB > 0 OR RG-ARCHIVE-SUB > 0
              PERFORM 730-COMPUTE-NEW-AVERAGE
              MOVE RG-NEW-AVERAGE TO RG-BASELINE-AVERAGE
           END-IF

           EVALUATE TRUE
             WHEN RG-RESULT-SUB = 0 AND RG-ARCHIVE-SUB = 0
              MOVE 'NOT ON RESULTS FILE' TO
                   GT-DISPOSITION(SF-TRANS-SUB)
              ADD 1 TO CC-TRANS-UNAPPLIED
      *  COUNTS OR AVERAGE, SO THE 750- ADJUSTMENT WOULD CORRUPT
      *  THEM).  THE WITHDRAWAL HAS TO BE LIFTED ON THE REGISTRAR
      *  MASTER FIRST, THEN THE STUDENT RE-GRADED BY A NORMAL RUN.
             WHEN RG-POSTED-GRADE = 'W'
              MOVE 'WITHDRAWN - SEE REGISTRAR' TO
                   GT-DISPOSITION(SF-TRANS-SUB)
              ADD 1 TO CC-TRANS-UNAPPLIED
      *  POSTING AN "AFTER" THAT QUIETLY DISCARDS A PRIOR
      *  CORRECTION.  THE FIX IS TO RE-ISSUE BOTH CHANGES IN ONE
      *  RUN (THEY THEN APPLY IN SEQUENCE) OR CORRECT THE EXTRACT.
             WHEN RG-BASELINE-AVERAGE NOT = RG-POSTED-AVERAGE
              MOVE 'EXTRACT STALE - PRIOR CHANGE' TO
                   GT-DISPOSITION(SF-TRANS-SUB)
              ADD 1 TO CC-TRANS-UNAPPLIED
              PERFORM 730-COMPUTE-NEW-AVERAGE
              PERFORM 735-ASSIGN-NEW-GRADE

              MOVE RG-POSTED-AVERAGE TO RG-BEFORE-AVERAGE
              MOVE RG-POSTED-GRADE   TO RG-BEFORE-GRADE
              IF RG-RESULT-SUB > 0
                 SET RT-IDX TO RG-RESULT-SUB
                 MOVE RG-NEW-AVERAGE TO RT-AVERAGE(RT-IDX)
                 MOVE RG-NEW-GRADE   TO RT-GRADE(RT-IDX)
                 MOVE 'Y' TO WS-RESULTS-CHANGED
              ELSE
                 SET CA-IDX TO RG-ARCHIVE-SUB
                 MOVE RG-NEW-AVERAGE TO CA-AVERAGE(CA-IDX)
                 MOVE RG-NEW-GRADE   TO CA-GRADE(CA-IDX)
              END-IF

      *  BOTH HISTORY LEVELS MOVE: THE CLASS-LEVEL RECORD (SPACES
      *  IN THE SECTION FIELD) AND, WHEN THE STUDENT'S RECORD
              END-IF
              PERFORM 760-WRITE-ARCHIVE-RECORD
              PERFORM 770-WRITE-AUDIT-LINE
              IF TERM-IS-CLOSED
                 PERFORM 780-WRITE-SUPPLEMENTAL-POSTING
              END-IF

              MOVE 'APPLIED' TO GT-DISPOSITION(SF-TRANS-SUB)
              ADD 1 TO CC-TRANS-APPLIED
           END-EVALUATE
           .

       727-CHECK-TERM-CLOSED.
           MOVE 'N' TO WS-TERM-IS-CLOSED
           PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > CT-COUNT
              IF CT-TERM-CODE(CT-IDX) = SR-TERM-CODE
                 MOVE 'Y' TO WS-TERM-IS-CLOSED
              END-IF
           END-PERFORM
           .

       715-APPLY-CURVES.
      *  SAME RULES AS LAB7MULTIBREAK'S 715-/717-, SO A CURVED
      *  CLASS RE-GRADES TO WHAT THE NIGHTLY RUN WOULD POST.  BUILDS
      *  THE CURVED SCORE FOR EVERY TEST ON THE RECORD AND THE
      *  STRAIGHT TOTAL OF THEM (RG-TEST-TOTAL); A TEST WITH NO CURVE
      *  ROW KEEPS ITS RAW SCORE.  A CHANGED SCORE IS RAW TOO AND IS
      *  CURVED LIKE ANY OTHER.  ALL SLOTS ARE NUMERIC HERE - SEE
      *  730-COMPUTE-NEW-AVERAGE.
           MOVE ZEROS TO RG-TEST-TOTAL

           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > SR-TEST-COUNT
              MOVE SR-TEST-IN(SUB) TO WS-SLOT-SCORE-X
              MOVE WS-SLOT-SCORE TO CV-RAW-SCORE
              MOVE CV-RAW-SCORE TO CV-CURVED-SCORE(SUB)
              IF CV-COUNT > 0
                 MOVE SUB TO CV-TEST-SUB
                 PERFORM 190-FIND-CURVE-ROW
                 IF CV-FOUND-SUB > 0
                    PERFORM 717-CURVE-ONE-SCORE
                 END-IF
              END-IF
              ADD CV-CURVED-SCORE(SUB) TO RG-TEST-TOTAL
           END-PERFORM
           .

       717-CURVE-ONE-SCORE.
      *  'A' ADDS THE ROW'S POINTS.  'S' SCALES BY TARGET/RAW MEAN
      *  (THE FIXED MEAN - SEE 183-LOAD-CURVE-STATE), ROUNDED TO A
      *  WHOLE POINT - BUT ONLY WHEN THE TEST'S RAW MEAN IS BELOW
      *  THE TARGET; A CURVE NEVER LOWERS A SCORE.  BOTH ARE CAPPED
      *  AT 100.
           SET CV-IDX TO CV-FOUND-SUB

           IF CV-CURVE-METHOD(CV-IDX) = 'A'
              COMPUTE CV-CURVED-WORK =
                      CV-RAW-SCORE + CV-CURVE-VALUE(CV-IDX)
           ELSE
              IF CV-RAW-MEAN(CV-IDX) > 0
                 AND CV-RAW-MEAN(CV-IDX) < CV-CURVE-VALUE(CV-IDX)
                 COMPUTE CV-CURVED-WORK ROUNDED =
                         CV-RAW-SCORE * CV-CURVE-VALUE(CV-IDX)
                         / CV-RAW-MEAN(CV-IDX)
              ELSE
                 MOVE CV-RAW-SCORE TO CV-CURVED-WORK
              END-IF
           END-IF

           IF CV-CURVED-WORK > 100
              MOVE 100 TO CV-CURVED-WORK
           END-IF
           MOVE CV-CURVED-WORK TO CV-CURVED-SCORE(SUB)
           .

       730-COMPUTE-NEW-AVERAGE.
      *  IDENTICAL WEIGHTING RULES TO THE MAIN REPORT'S 720-COMPUTE-
      *  AVERAGE, SO THE CORRECTED AVERAGE IS THE ONE THE NIGHTLY
      *  WHOLE-RECORD SCAN IN 722-CHECK-ALL-SLOTS REFUSED THE
      *  TRANSACTION OTHERWISE (A MAKEUP-CYCLED STUDENT'S EXTRACT
      *  RECORD STILL SHOWS 'INC' IN THE SLOTS THE MAKEUP FILLED).
      *  THE SCORES AVERAGED ARE THE CURVED ONES - SEE 715-APPLY-
      *  CURVES - FOR THE BASELINE AND THE CHANGED RECORD ALIKE.
           PERFORM 715-APPLY-CURVES

           MOVE 'N' TO WS-CLASS-IS-WEIGHTED

           PERFORM VARYING WT-IDX FROM 1 BY 1 UNTIL WT-IDX > WT-COUNT
              MOVE ZEROS TO WS-WEIGHTED-TOTAL

              PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > SR-TEST-COUNT
                 IF SUB = SR-TEST-COUNT
                    COMPUTE WS-WEIGHTED-TOTAL ROUNDED =
                            WS-WEIGHTED-TOTAL +
                            (CV-CURVED-SCORE(SUB) *
                             WS-FINAL-WEIGHT-PCT)
                 ELSE
                    COMPUTE WS-WEIGHTED-TOTAL ROUNDED =
                            WS-WEIGHTED-TOTAL +
                            (CV-CURVED-SCORE(SUB) * WS-PER-TEST-PCT)
                 END-IF
              END-PERFORM

              COMPUTE RG-NEW-AVERAGE ROUNDED = WS-WEIGHTED-TOTAL / 100
           ELSE
              DIVIDE RG-TEST-TOTAL BY SR-TEST-COUNT
                     GIVING RG-NEW-AVERAGE ROUNDED
           END-IF
      *  TODAY'S RUN DATE, SO LAB7STANDING'S LATEST-RUN-DATE RULE
      *  PICKS IT OVER THE ORIGINAL POSTING.
      *
      *  THE ID COMES FROM THE POSTED RECORD JUST MATCHED (RESULTS,
      *  OR THE ARCHIVE FOR A CLOSED TERM), NOT FROM THE RAW
      *  EXTRACT - THE EXTRACT'S ID CAN BE BLANK (THE NIGHTLY RUN
      *  FILLS IT IN THE IDFIX STEP), AND AN
      *  ARCHIVE ENTRY WITH A BLANK ID WOULD NEVER REPLACE THE
      *  ORIGINAL UNDER LAB7STANDING'S ID-MATCHED DEDUPE, DOUBLE-
      *  COUNTING THE CLASS INTO THE STUDENT'S TERM AVERAGE.
           MOVE SR-TERM-CODE    TO RA-TERM-CODE
           MOVE SR-DEPT-CODE    TO RA-DEPT-CODE
           MOVE SR-CLASS-CODE   TO RA-CLASS-CODE
           MOVE RG-POSTED-ID    TO RA-STUDENT-ID
           MOVE SR-NAME         TO RA-NAME
           MOVE RG-NEW-AVERAGE  TO RA-AVERAGE
           MOVE RG-NEW-GRADE    TO RA-GRADE
           .

       770-WRITE-AUDIT-LINE.
      *  SAME RULE AS THE ARCHIVE WRITE: THE POSTED RECORD CARRIES
      *  THE AUTHORITATIVE ID, THE RAW EXTRACT MAY NOT.
           MOVE SR-TERM-CODE      TO CDL-TERM-CODE
           MOVE SR-DEPT-CODE      TO CDL-DEPT-CODE
           MOVE SR-CLASS-CODE     TO CDL-CLASS-CODE
           MOVE RG-POSTED-ID      TO CDL-STUDENT-ID
           MOVE SR-NAME           TO CDL-NAME
           MOVE RG-BEFORE-AVERAGE TO CDL-BEFORE-AVERAGE
           MOVE RG-BEFORE-GRADE   TO CDL-BEFORE-GRADE
           WRITE CHANGE-AUDIT-LINE FROM CHANGE-DETAIL-LINE
           .

       780-WRITE-SUPPLEMENTAL-POSTING.
      *  THE CORRECTED GRADE IN THE ORIGINAL POSTING'S LAYOUT, SO
      *  THE SIS LOADS IT THE SAME WAY.  THE APPROVER STANDS WHERE
      *  THE CERTIFIER STOOD ON THE ORIGINAL.
           MOVE SPACES            TO SIS-POSTING-DETAIL
           MOVE 'D'               TO SPD-RECORD-TYPE
           MOVE 'S'               TO SPD-POSTING-TYPE
           MOVE SR-TERM-CODE      TO SPD-TERM-CODE
           MOVE RG-POSTED-ID      TO SPD-STUDENT-ID
           MOVE SR-DEPT-CODE      TO SPD-DEPT-CODE
           MOVE SR-CLASS-CODE     TO SPD-CLASS-CODE
           MOVE SR-NAME           TO SPD-NAME
           MOVE RG-NEW-GRADE      TO SPD-GRADE
           MOVE RG-NEW-AVERAGE    TO SPD-AVERAGE
           MOVE GT-APPROVER-CODE(SF-TRANS-SUB) TO SPD-AUTHORITY-CODE
           MOVE WS-CURRENT-DATE   TO SPD-POST-DATE
           WRITE SIS-POSTING-DETAIL
           ADD 1 TO CC-SUPPLEMENTAL-POSTED
           ADD RG-NEW-AVERAGE TO CC-SUPPLEMENTAL-HASH
           .

       1000-REWRITE-RESULTS-FILE.
      *  ONLY REWRITTEN WHEN SOMETHING ACTUALLY CHANGED - A RUN
      *  WHOSE EVERY TRANSACTION FAILED LEAVES THE FILE UNTOUCHED.

           MOVE CC-TRANS-APPLIED   TO CTL-APPLIED
           MOVE CC-TRANS-UNAPPLIED TO CTL-UNAPPLIED
           MOVE CC-SUPPLEMENTAL-POSTED TO CTL-SUPPLEMENTAL
           WRITE CHANGE-AUDIT-LINE FROM CHANGE-TOTALS-LINE
           .

           IF WS-TRANS-FILE-STATUS = '00' OR '10'
              CLOSE GRADE-CHANGE-TRANS-FILE
           END-IF
           MOVE SPACES                 TO SIS-POSTING-TRAILER
           MOVE 'T'                    TO SPT-RECORD-TYPE
           MOVE 'S'                    TO SPT-POSTING-TYPE
           MOVE CC-SUPPLEMENTAL-POSTED TO SPT-DETAIL-COUNT
           MOVE CC-SUPPLEMENTAL-HASH   TO SPT-AVERAGE-HASH
           WRITE SIS-POSTING-TRAILER

           CLOSE STUDENT-FILE
                 RESULTS-ARCHIVE-FILE
                 CHANGE-AUDIT-FILE
                 SUPPLEMENTAL-POSTING-FILE

           IF CC-TRANS-UNAPPLIED > 0
              MOVE 4 TO RETURN-CODE
