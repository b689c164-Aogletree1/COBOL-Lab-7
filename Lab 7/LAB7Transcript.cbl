      *          REGISTR - THE INDEXED REGISTRAR MASTER, SO AN
      *          OFFICIAL WITHDRAWAL POSTS A W HERE JUST AS IT DOES
      *          ON THE MAIN REPORT AND RESULTS.
      *          CATALOG - THE COURSE CATALOG, ONE ROW PER DEPT/CLASS:
      *            COLS 1-4   DEPT CODE
      *            COLS 5-9   CLASS CODE
      *            COLS 10-11 CREDIT HOURS
      *            COL 12     'G' GRADED, 'N' NON-GRADED
      *            COL 13     REPEAT POLICY - 'R' (OR BLANK) THE
      *                       LATEST ATTEMPT REPLACES EARLIER ONES,
      *                       'A' EVERY ATTEMPT COUNTS (A COURSE
      *                       THAT MAY BE REPEATED FOR CREDIT)
      *            COL 14     ATTEMPT LIMIT (BLANK OR 0 = 3) - READ
      *                       BY LAB7REPEAT ONLY
      *          OPTIONAL - A CLASS NOT IN THE CATALOG (OR NO FILE)
      *          COUNTS AS A 3-CREDIT GRADED CLASS WHOSE LATEST
      *          ATTEMPT REPLACES EARLIER ONES.
      *          RESARCH - THE PERMANENT RESULTS ARCHIVE, READ FOR
      *          THE STUDENT'S OTHER TERMS SO THE BLOCK CAN CARRY A
      *          CUMULATIVE GPA.  OPTIONAL - NO ARCHIVE MEANS THE
      *          CUMULATIVE FIGURES ARE JUST THIS TERM'S.
      *          CURVES - SAME OPTIONAL TEST-CURVE TABLE THE MAIN
      *          REPORT USES, APPLIED BEFORE AVERAGING SO A CURVED
      *          TEST SHOWS THE SAME AVERAGE HERE AS ON LAB8OUTPUT.TXT.
      *          CURVSTAT - THE RAW MEAN EACH SCALE-TO-MEAN CURVE WAS
      *          FIXED AT BY THE MAIN REPORT.  OPTIONAL - A ROW WITH
      *          NO MEAN ON FILE WAS NEVER APPLIED, SO IT DOESN'T
      *          SCALE HERE EITHER.
      *******
      *  OUTPUT: TRANSCR - ONE BLOCK PER STUDENT PER TERM, CLOSED BY
      *          THE TERM AND CUMULATIVE CREDIT/GPA LINES:
      *            - EVERY CLASS, W INCLUDED, COUNTS ITS CATALOG
      *              HOURS AS ATTEMPTED; ANY GRADE BUT F OR W EARNS
      *              THEM.
      *            - ONLY A GRADED, NON-PASS/FAIL CLASS WITH A LETTER
      *              A-F GOES INTO THE 4.0-SCALE GPA - PASS/FAIL
      *              CLASSES FROM GRADSCAL, NON-GRADED CATALOG
      *              CLASSES AND W'S COUNT CREDITS ONLY.
      *            - A CLASS THE STUDENT REPEATED IN A LATER TERM
      *              UNDER A REPLACE POLICY IS MARKED EXCLUDED AND
      *              LEFT OUT OF THE CUMULATIVE FIGURES; AN EARLIER
      *              ATTEMPT SUPERSEDED THAT WAY IS LISTED ABOVE THE
      *              CUMULATIVE LINE.  SEE 297-MARK-SUPERSEDED-
      *              ATTEMPTS.
      *******
      *  RECORDS THAT FAIL THE MAIN REPORT'S VALIDATION (BAD TEST
      *  COUNT, NON-NUMERIC SCORE) ARE SKIPPED HERE WITHOUT COMMENT -
               ACCESS MODE IS RANDOM
               RECORD KEY IS RMR-REG-KEY
               FILE STATUS IS WS-REGISTRAR-FILE-STATUS.
      *
      *    CREDIT HOURS AND GRADED/NON-GRADED PER DEPT/CLASS FOR THE
      *    GPA LINES - SEE 265-LOAD-COURSE-CATALOG.
           SELECT COURSE-CATALOG-FILE
               ASSIGN TO "CATALOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.
      *
      *    THE SAME PERMANENT ARCHIVE LAB7STANDING READS - THE
      *    STUDENT'S OTHER TERMS FEED THE CUMULATIVE GPA LINE.
           SELECT RESULTS-ARCHIVE-FILE
               ASSIGN TO "RESARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
      *
      *    THE SAME OPTIONAL TEST-CURVE TABLE THE MAIN REPORT READS,
      *    SO A CURVED TEST AVERAGES THE SAME HERE AS ON LAB8OUTPUT.
      *    SEE 180-LOAD-CURVE-TABLE.
           SELECT CURVE-TABLE-FILE
               ASSIGN TO "CURVES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURVE-FILE-STATUS.
      *
      *    THE RAW MEANS THE MAIN REPORT FIXED FOR ITS SCALE-TO-MEAN
      *    CURVES, SO A CURVED TEST SCALES BY THE SAME MEAN HERE.
      *    SEE 183-LOAD-CURVE-STATE.
           SELECT OPTIONAL CURVE-STATE-FILE
               ASSIGN TO "CURVSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURVSTAT-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
               10  RMR-NAME                  PIC X(20).
           05  RMR-ENROLL-STATUS             PIC X.
           05  RMR-STATUS-DATE               PIC X(6).
      *
      *  LAB7STANDING CARRIES THE SAME LAYOUT AND MUST MATCH THIS ONE.
       FD  COURSE-CATALOG-FILE
           RECORD CONTAINS 20 CHARACTERS.
      *
       01  COURSE-CATALOG-RECORD.
           05  CCR-DEPT-CODE                PIC A(4).
           05  CCR-CLASS-CODE               PIC X(5).
           05  CCR-CREDIT-HOURS             PIC 99.
           05  CCR-GRADED-FLAG              PIC X.
           05  CCR-REPEAT-POLICY            PIC X.
           05  CCR-ATTEMPT-LIMIT            PIC 9.
           05  FILLER                       PIC X(6).
      *
      *  MUST MATCH RESULTS-ARCHIVE-RECORD IN LAB7MULTIBREAK.
       FD  RESULTS-ARCHIVE-FILE
           RECORD CONTAINS 54 CHARACTERS.
      *
       01  RESULTS-ARCHIVE-RECORD.
           05  RA-TERM-CODE                 PIC X(4).
           05  RA-DEPT-CODE                 PIC A(4).
           05  RA-CLASS-CODE                PIC X(5).
           05  RA-STUDENT-ID                PIC X(9).
           05  RA-NAME                      PIC X(20).
           05  RA-AVERAGE                   PIC 9(3)V99.
           05  RA-GRADE                     PIC X.
           05  RA-RUN-DATE                  PIC 9(6).
      *
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
      *    ITS CLASS AVERAGES.
           05  WS-WITHDRAWN                PIC X       VALUE 'N'.
               88 STUDENT-WITHDREW                     VALUE 'Y'.
           05  WS-CATALOG-FILE-STATUS      PIC XX      VALUE '00'.
           05  WS-ARCHIVE-FILE-STATUS      PIC XX      VALUE '00'.
           05  WS-SAME-STUDENT             PIC X       VALUE 'N'.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
       01  STUDENT-FIELDS.
           05  SF-CLASS-COUNT               PIC S99      VALUE +0.
           05  SF-AVERAGE-TOTAL             PIC S9(7)V99 VALUE +0.
           05  SF-LINE-COUNT                PIC S99      VALUE +0.
           05  SF-ATTEMPTED-CREDITS         PIC S999     VALUE +0.
           05  SF-EARNED-CREDITS            PIC S999     VALUE +0.
           05  SF-GPA-CREDITS               PIC S999     VALUE +0.
           05  SF-QUALITY-POINTS            PIC S9(5)    VALUE +0.
      *    THIS TERM'S CLASSES THE STUDENT REPEATED IN A LATER TERM -
      *    IN THE TERM LINE, TAKEN BACK OUT OF THE CUMULATIVE ONE.
           05  SF-EXCL-ATTEMPTED            PIC S999     VALUE +0.
           05  SF-EXCL-EARNED               PIC S999     VALUE +0.
           05  SF-EXCL-GPA-CREDITS          PIC S999     VALUE +0.
           05  SF-EXCL-QUALITY-POINTS       PIC S9(5)    VALUE +0.
      *
      *  CUMULATIVE FIGURES - THIS TERM PLUS EVERY OTHER TERM THE
      *  ARCHIVE HOLDS FOR THE STUDENT.  BUILT AT THE STUDENT BREAK.
       01  CUMULATIVE-FIELDS.
           05  CU-ATTEMPTED-CREDITS         PIC S9(4)    VALUE +0.
           05  CU-EARNED-CREDITS            PIC S9(4)    VALUE +0.
           05  CU-GPA-CREDITS               PIC S9(4)    VALUE +0.
           05  CU-QUALITY-POINTS            PIC S9(6)    VALUE +0.
      *
      *  THE COURSE CATALOG, TABLED AT STARTUP.  A CLASS NOT LISTED
      *  COUNTS CD-CREDIT-HOURS AND IS GRADED.
       01  CATALOG-DEFAULTS.
           05  CD-CREDIT-HOURS              PIC 99       VALUE 3.
      *
       01  COURSE-CATALOG-TABLE.
           05  CC-COUNT                     PIC S999     VALUE +0.
           05  CATALOG-ENTRY OCCURS 200 TIMES
                                 INDEXED BY CC-IDX.
               10  CC-DEPT-CODE              PIC A(4).
               10  CC-CLASS-CODE             PIC X(5).
               10  CC-CREDIT-HOURS           PIC 99.
               10  CC-GRADED-FLAG            PIC X.
               10  CC-REPEAT-POLICY          PIC X.
      *
      *  ONE CLASS'S CREDIT/GPA CONTRIBUTION - FILLED IN BY
      *  740-FIGURE-CLASS-CREDITS FROM CW-DEPT/CLASS/GRADE.
       01  CREDIT-WORK-FIELDS.
           05  CW-DEPT-CODE                 PIC A(4)     VALUE SPACES.
           05  CW-CLASS-CODE                PIC X(5)     VALUE SPACES.
           05  CW-GRADE                     PIC X        VALUE SPACE.
           05  CW-CREDIT-HOURS              PIC 99       VALUE 0.
           05  CW-GRADED-FLAG               PIC X        VALUE 'G'.
           05  CW-PASS-FAIL                 PIC X        VALUE 'N'.
           05  CW-ATTEMPTED                 PIC S99      VALUE +0.
           05  CW-EARNED                    PIC S99      VALUE +0.
           05  CW-GPA-CREDITS               PIC S99      VALUE +0.
           05  CW-QUALITY-POINTS            PIC S999     VALUE +0.
      *
      *  THE ARCHIVE, TABLED FOR THE CUMULATIVE SWEEP - SAME SHAPE
      *  AND SAME LATEST-RUN-DATE DEDUPE AS LAB7STANDING'S TABLE.
      *  OVERFLOW IS COUNTED AND NOTED AT THE FOOT OF THE REPORT.
       01  ARCHIVE-TABLE.
           05  AT-COUNT                     PIC S9(5)   VALUE +0.
           05  AT-OVERFLOW-COUNT            PIC S9(5)   VALUE +0.
           05  AT-FOUND-SUB                 PIC S9(5)   VALUE +0.
           05  ARCHIVE-ENTRY OCCURS 2000 TIMES
                                 INDEXED BY AT-IDX.
               10  AT-TERM-CODE             PIC X(4).
               10  AT-DEPT-CODE             PIC A(4).
               10  AT-CLASS-CODE            PIC X(5).
               10  AT-STUDENT-ID            PIC X(9).
               10  AT-NAME                  PIC X(20).
               10  AT-GRADE                 PIC X.
               10  AT-RUN-DATE              PIC 9(6).
      *    'Y' WHEN THE SAME STUDENT TOOK THE SAME DEPT/CLASS AGAIN
      *    IN A LATER TERM AND THE CATALOG'S REPEAT POLICY LETS THE
      *    LATER ATTEMPT REPLACE THIS ONE - SEE 297-.
               10  AT-SUPERSEDED            PIC X.
      *
      *  WORK FIELDS FOR THE REPEAT SWEEP.
       01  REPEAT-WORK-FIELDS.
           05  RP-EARLIER-SUB               PIC S9(5)   VALUE +0.
           05  RP-LATER-SUB                 PIC S9(5)   VALUE +0.
           05  RP-REPEAT-POLICY             PIC X       VALUE 'R'.
           05  RP-SAME-STUDENT              PIC X       VALUE 'N'.
      *    TERM CODES ARE SEASON + YEAR ('SP26', 'FA25'), WHICH DO
      *    NOT SORT IN TERM ORDER AS THEY STAND (SP25 IS BEFORE
      *    FA25), SO WHICH ATTEMPT IS LATER IS DECIDED ON A
      *    YEAR/SEASON KEY - SEE 296-FIGURE-TERM-KEY.
           05  RP-TERM-IN                   PIC X(4)    VALUE SPACES.
           05  RP-TERM-IN-PARTS REDEFINES RP-TERM-IN.
               10  RP-TERM-SEASON           PIC X(2).
               10  RP-TERM-YEAR             PIC X(2).
           05  RP-TERM-KEY.
               10  RP-KEY-YEAR              PIC X(2).
               10  RP-KEY-SEASON            PIC X.
               10  RP-KEY-CODE              PIC X(4).
           05  RP-EARLIER-KEY               PIC X(7)    VALUE SPACES.
      *
      *  SAME OPTIONAL FINAL-EXAM WEIGHT TABLE AS LAB7MULTIBREAK'S
      *  250-LOAD-WEIGHT-TABLE, SO A WEIGHTED CLASS SHOWS THE SAME
           05  WS-PER-TEST-PCT              PIC 999V99   VALUE 0.
           05  WS-WEIGHTED-TOTAL            PIC S9(7)V99 VALUE 0.
      *
      *  SAME TEST-CURVE TABLE AS LAB7MULTIBREAK'S 180-LOAD-CURVE-
      *  TABLE.  CV-RAW-MEAN COMES FROM THE CURVE STATE FILE (SEE
      *  183-LOAD-CURVE-STATE) - THE MEAN THE MAIN REPORT FIXED THE
      *  FIRST NIGHT THE ROW WAS APPLIED, NOT THE MEAN OF WHATEVER
      *  IS ON TRINPUT, SO A SCALE-TO-MEAN CURVE SCALES BY THE SAME
      *  MEAN ON EVERY TRANSCRIPT.
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
      *  255-LOAD-GRADE-SCALE-TABLE, SO BOTH REPORTS POST THE SAME
      *  LETTER FOR THE SAME STUDENT.
       01  HOLD-FIELDS.
           05 TERM-HOLD                     PIC X(4).
           05 NAME-HOLD                     PIC X(20).
           05 ID-HOLD                       PIC X(9).
      *
      ********************OUTPUT AREA*********************************
      *
           05                              PIC X(8)  VALUE 'SCORE   '.
           05                              PIC X(8)  VALUE 'SCORE   '.
           05                              PIC X(8)  VALUE 'AVERAGE'.
           05                              PIC X(8)  VALUE 'GRADE'.
           05                              PIC X(7)  VALUE 'CREDITS'.
      *
       01  TRANSCRIPT-DETAIL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  TDL-AVERAGE                 PIC ZZ9.99.
           05                              PIC X(4)  VALUE SPACES.
           05  TDL-GRADE                   PIC X.
           05                              PIC X(8)  VALUE SPACES.
           05  TDL-CREDITS                 PIC Z9.
           05                              PIC X(1)  VALUE SPACES.
           05  TDL-REPEAT-NOTE             PIC X(8).
      *
      *  AN EARLIER ATTEMPT LEFT OUT OF THE CUMULATIVE FIGURES
      *  BECAUSE THE STUDENT REPEATED THE CLASS LATER.
       01  REPEAT-EXCLUDED-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(33) VALUE
                               'REPEATED - EXCLUDED FROM CUM:  '.
           05  REL-TERM-CODE               PIC X(4).
           05                              PIC X(2)  VALUE SPACES.
           05  REL-DEPT-CODE               PIC A(4).
           05                              PIC X(2)  VALUE SPACES.
           05  REL-CLASS-CODE              PIC X(5).
           05                              PIC X(8)  VALUE '  GRADE '.
           05  REL-GRADE                   PIC X.
      *
       01  TERM-AVERAGE-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(12) VALUE
                                           ' CLASSES IS '.
           05  TAL-TERM-AVERAGE            PIC ZZ9.99.
      *
      *  ONE LINE FOR THE TERM, ONE FOR THE CUMULATIVE FIGURES.
       01  GPA-SUMMARY-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  GSL-LABEL                   PIC X(11).
           05                              PIC X(18) VALUE
                                           'CREDITS ATTEMPTED'.
           05  GSL-ATTEMPTED               PIC ZZZ9.
           05                              PIC X(9)  VALUE
                                           '  EARNED'.
           05  GSL-EARNED                  PIC ZZZ9.
           05                              PIC X(17) VALUE
                                           '  QUALITY POINTS'.
           05  GSL-QUALITY-POINTS          PIC ZZZZ9.
           05                              PIC X(6)  VALUE '  GPA'.
           05  GSL-GPA                     PIC 9.99.
      *
       01  ARCHIVE-OVERFLOW-LINE.
           05                              PIC X(32) VALUE
                               'ARCHIVE RECORDS NOT IN CUM GPA:'.
           05  AOL-OVERFLOW-COUNT          PIC ZZZZ9.
           05                              PIC X(30) VALUE
               ' (ARCHIVE TABLE IS FULL)'.
      *
       01  BLANK-LINE                      PIC X(100) VALUE SPACES.
      *
           .

       200-HSKPING-ROUTINE.
           PERFORM 180-LOAD-CURVE-TABLE
           IF CV-COUNT > 0
              PERFORM 183-LOAD-CURVE-STATE
           END-IF

           OPEN INPUT  STUDENT-FILE
                OUTPUT TRANSCRIPT-REPORT-FILE

           PERFORM 250-LOAD-WEIGHT-TABLE
           PERFORM 255-LOAD-GRADE-SCALE-TABLE
           PERFORM 265-LOAD-COURSE-CATALOG
           PERFORM 275-OPEN-REGISTRAR-MASTER
           PERFORM 290-LOAD-ARCHIVE-TABLE
           PERFORM 297-MARK-SUPERSEDED-ATTEMPTS

           ACCEPT WS-CURRENT-DATE FROM DATE

           WRITE TRANSCRIPT-LINE FROM HEADING-TRANS-1
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
      *  NOTHING TO SCALE - THE MAIN REPORT HAS NEVER APPLIED IT.
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
      *  LAB7WEIGHTS.TXT IS OPTIONAL - IF IT ISN'T THERE WT-COUNT
      *  STAYS ZERO AND EVERY CLASS USES THE STRAIGHT AVERAGE, SAME
           END-IF
           .

       265-LOAD-COURSE-CATALOG.
      *  OPTIONAL, SAME AS THE WEIGHT AND SCALE TABLES.  A ROW WITH
      *  A BLANK KEY OR NON-NUMERIC HOURS IS SKIPPED; A BLANK FLAG
      *  READS AS GRADED.
           OPEN INPUT COURSE-CATALOG-FILE

           IF WS-CATALOG-FILE-STATUS = '00'
              PERFORM UNTIL WS-CATALOG-FILE-STATUS NOT = '00'
                 READ COURSE-CATALOG-FILE
                    AT END
                       MOVE '10' TO WS-CATALOG-FILE-STATUS
                    NOT AT END
                       PERFORM 267-ADD-CATALOG-ENTRY
                 END-READ
              END-PERFORM
              CLOSE COURSE-CATALOG-FILE
           END-IF
           .

       267-ADD-CATALOG-ENTRY.
           IF CC-COUNT < 200
              AND CCR-DEPT-CODE NOT = SPACES
              AND CCR-CLASS-CODE NOT = SPACES
              AND CCR-CREDIT-HOURS NUMERIC
              ADD 1 TO CC-COUNT
              SET CC-IDX TO CC-COUNT
              MOVE CCR-DEPT-CODE    TO CC-DEPT-CODE(CC-IDX)
              MOVE CCR-CLASS-CODE   TO CC-CLASS-CODE(CC-IDX)
              MOVE CCR-CREDIT-HOURS TO CC-CREDIT-HOURS(CC-IDX)
              IF CCR-GRADED-FLAG = 'N'
                 MOVE 'N' TO CC-GRADED-FLAG(CC-IDX)
              ELSE
                 MOVE 'G' TO CC-GRADED-FLAG(CC-IDX)
              END-IF
      *       ONLY AN EXPLICIT 'A' LETS EVERY ATTEMPT COUNT - BLANK OR
      *       ANYTHING ELSE IS THE NORMAL REPLACE POLICY.
              IF CCR-REPEAT-POLICY = 'A'
                 MOVE 'A' TO CC-REPEAT-POLICY(CC-IDX)
              ELSE
                 MOVE 'R' TO CC-REPEAT-POLICY(CC-IDX)
              END-IF
           END-IF
           .

       275-OPEN-REGISTRAR-MASTER.
      *  THE MASTER STAYS OPEN FOR KEYED READS ALL RUN, SAME AS THE
      *  MAIN REPORT'S.  UNLIKE THE MAIN REPORT THIS PASS DOESN'T
           END-IF
           .

       290-LOAD-ARCHIVE-TABLE.
      *  NO ARCHIVE IS NOT AN ERROR - THE CUMULATIVE LINE THEN JUST
      *  REPEATS THE TERM'S FIGURES.
           OPEN INPUT RESULTS-ARCHIVE-FILE

           IF WS-ARCHIVE-FILE-STATUS = '00'
              PERFORM UNTIL WS-ARCHIVE-FILE-STATUS NOT = '00'
                 READ RESULTS-ARCHIVE-FILE
                    AT END
                       MOVE '10' TO WS-ARCHIVE-FILE-STATUS
                    NOT AT END
                       PERFORM 295-ADD-ARCHIVE-ENTRY
                 END-READ
              END-PERFORM
              CLOSE RESULTS-ARCHIVE-FILE
           END-IF
           .

       295-ADD-ARCHIVE-ENTRY.
      *  A FORCE RE-RUN ARCHIVES THE SAME TERM/CLASS/STUDENT MORE
      *  THAN ONCE; THE LATEST RUN DATE WINS, SAME RULE AS
      *  LAB7STANDING'S 450-.
           MOVE ZEROS TO AT-FOUND-SUB
           PERFORM VARYING AT-IDX FROM 1 BY 1 UNTIL AT-IDX > AT-COUNT
              IF AT-TERM-CODE(AT-IDX)  = RA-TERM-CODE
                 AND AT-DEPT-CODE(AT-IDX)  = RA-DEPT-CODE
                 AND AT-CLASS-CODE(AT-IDX) = RA-CLASS-CODE
                 AND AT-NAME(AT-IDX)       = RA-NAME
                 AND AT-STUDENT-ID(AT-IDX) = RA-STUDENT-ID
                 SET AT-FOUND-SUB TO AT-IDX
              END-IF
           END-PERFORM

           EVALUATE TRUE
             WHEN AT-FOUND-SUB > 0
                SET AT-IDX TO AT-FOUND-SUB
                IF RA-RUN-DATE >= AT-RUN-DATE(AT-IDX)
                   MOVE RA-GRADE    TO AT-GRADE(AT-IDX)
                   MOVE RA-RUN-DATE TO AT-RUN-DATE(AT-IDX)
                END-IF

             WHEN AT-COUNT < 2000
                ADD 1 TO AT-COUNT
                SET AT-IDX TO AT-COUNT
                MOVE RA-TERM-CODE  TO AT-TERM-CODE(AT-IDX)
                MOVE RA-DEPT-CODE  TO AT-DEPT-CODE(AT-IDX)
                MOVE RA-CLASS-CODE TO AT-CLASS-CODE(AT-IDX)
                MOVE RA-STUDENT-ID TO AT-STUDENT-ID(AT-IDX)
                MOVE RA-NAME       TO AT-NAME(AT-IDX)
                MOVE RA-GRADE      TO AT-GRADE(AT-IDX)
                MOVE RA-RUN-DATE   TO AT-RUN-DATE(AT-IDX)
                MOVE 'N'           TO AT-SUPERSEDED(AT-IDX)

             WHEN OTHER
                ADD 1 TO AT-OVERFLOW-COUNT

           END-EVALUATE
           .

       296-FIGURE-TERM-KEY.
      *  THE ORDER KEY FOR TERM CODE RP-TERM-IN: THE YEAR, THEN THE
      *  SEASON IN CALENDAR ORDER (WI, SP, SU, FA), THEN THE CODE
      *  ITSELF.  A CODE WITHOUT A NUMERIC YEAR SORTS AFTER EVERY
      *  DATED TERM, ON THE CODE ALONE.  IDENTICAL TO LAB7REPEAT'S
      *  AND LAB7STANDING'S 485-.
           MOVE RP-TERM-IN TO RP-KEY-CODE
           IF RP-TERM-YEAR NUMERIC
              MOVE RP-TERM-YEAR TO RP-KEY-YEAR
              EVALUATE RP-TERM-SEASON
                WHEN 'WI'
                   MOVE '1' TO RP-KEY-SEASON
                WHEN 'SP'
                   MOVE '2' TO RP-KEY-SEASON
                WHEN 'SU'
                   MOVE '3' TO RP-KEY-SEASON
                WHEN 'FA'
                   MOVE '4' TO RP-KEY-SEASON
                WHEN OTHER
                   MOVE '5' TO RP-KEY-SEASON
              END-EVALUATE
           ELSE
              MOVE HIGH-VALUES TO RP-KEY-YEAR
                                  RP-KEY-SEASON
           END-IF
           .

       297-MARK-SUPERSEDED-ATTEMPTS.
      *  A CLASS ATTEMPT IS SUPERSEDED WHEN THE SAME STUDENT HAS THE
      *  SAME DEPT/CLASS IN A LATER TERM AND THE CATALOG'S REPEAT
      *  POLICY FOR IT IS REPLACE.  LATER MEANS A LATER TERM (SEE
      *  296-FIGURE-TERM-KEY), NOT LATER ON THE ARCHIVE - A LATE-
      *  POSTED OR RE-RUN OLDER TERM IS APPENDED AFTER NEWER ONES
      *  AND MUST NOT REPLACE THEM.  A W
      *  NEITHER REPLACES AN EARLIER GRADE NOR IS REPLACED - IT
      *  EARNS NOTHING AND STAYS OUT OF THE GPA ALREADY.  SAME
      *  RULES AS LAB7STANDING'S 470- AND LAB7REPEAT.
           PERFORM VARYING RP-EARLIER-SUB FROM 1 BY 1
                   UNTIL RP-EARLIER-SUB > AT-COUNT
              IF AT-GRADE(RP-EARLIER-SUB) NOT = 'W'
                 MOVE AT-DEPT-CODE(RP-EARLIER-SUB)  TO CW-DEPT-CODE
                 MOVE AT-CLASS-CODE(RP-EARLIER-SUB) TO CW-CLASS-CODE
                 PERFORM 298-FIND-REPEAT-POLICY
                 IF RP-REPEAT-POLICY = 'R'
                    MOVE AT-TERM-CODE(RP-EARLIER-SUB) TO RP-TERM-IN
                    PERFORM 296-FIGURE-TERM-KEY
                    MOVE RP-TERM-KEY TO RP-EARLIER-KEY
                    PERFORM VARYING RP-LATER-SUB FROM 1 BY 1
                            UNTIL RP-LATER-SUB > AT-COUNT
                               OR AT-SUPERSEDED(RP-EARLIER-SUB) = 'Y'
                       IF AT-DEPT-CODE(RP-LATER-SUB) = CW-DEPT-CODE
                          AND AT-CLASS-CODE(RP-LATER-SUB)
                              = CW-CLASS-CODE
                          AND AT-TERM-CODE(RP-LATER-SUB)
                              NOT = AT-TERM-CODE(RP-EARLIER-SUB)
                          AND AT-GRADE(RP-LATER-SUB) NOT = 'W'
                          MOVE AT-TERM-CODE(RP-LATER-SUB) TO RP-TERM-IN
                          PERFORM 296-FIGURE-TERM-KEY
                          IF RP-TERM-KEY > RP-EARLIER-KEY
                             PERFORM 299-CHECK-SAME-ATTEMPT-STUDENT
                             IF RP-SAME-STUDENT = 'Y'
                                MOVE 'Y' TO
                                     AT-SUPERSEDED(RP-EARLIER-SUB)
                             END-IF
                          END-IF
                       END-IF
                    END-PERFORM
                 END-IF
              END-IF
           END-PERFORM
           .

       298-FIND-REPEAT-POLICY.
      *  AN UNLISTED CLASS REPLACES, SAME AS A BLANK CATALOG COLUMN.
           MOVE 'R' TO RP-REPEAT-POLICY
           PERFORM VARYING CC-IDX FROM 1 BY 1 UNTIL CC-IDX > CC-COUNT
              IF CC-DEPT-CODE(CC-IDX)  = CW-DEPT-CODE
                 AND CC-CLASS-CODE(CC-IDX) = CW-CLASS-CODE
                 MOVE CC-REPEAT-POLICY(CC-IDX) TO RP-REPEAT-POLICY
              END-IF
           END-PERFORM
           .

       299-CHECK-SAME-ATTEMPT-STUDENT.
      *  SAME MATCH RULE AS 930-, BETWEEN TWO ARCHIVE ENTRIES.
           MOVE 'N' TO RP-SAME-STUDENT

           IF AT-STUDENT-ID(RP-EARLIER-SUB) NOT = SPACES
              AND AT-STUDENT-ID(RP-LATER-SUB) NOT = SPACES
              IF AT-STUDENT-ID(RP-LATER-SUB)
                 = AT-STUDENT-ID(RP-EARLIER-SUB)
                 MOVE 'Y' TO RP-SAME-STUDENT
              END-IF
           ELSE
              IF AT-NAME(RP-LATER-SUB) = AT-NAME(RP-EARLIER-SUB)
                 MOVE 'Y' TO RP-SAME-STUDENT
              END-IF
           END-IF
           .

       400-READ-STUDENT-FILE.
           PERFORM UNTIL NO-MORE-DATA
               READ STUDENT-FILE
           .

       500-PRINT-STUDENT-HEADER.
           MOVE SR-STUDENT-ID  TO ID-HOLD
           MOVE NAME-HOLD      TO HS-NAME
           MOVE SR-STUDENT-ID  TO HS-STUDENT-ID
           WRITE TRANSCRIPT-LINE FROM BLANK-LINE
              PERFORM 730-ASSIGN-LETTER-GRADE
           END-IF

           MOVE SR-DEPT-CODE  TO CW-DEPT-CODE
           MOVE SR-CLASS-CODE TO CW-CLASS-CODE
           MOVE TDL-GRADE     TO CW-GRADE
           PERFORM 740-FIGURE-CLASS-CREDITS
           MOVE CW-CREDIT-HOURS TO TDL-CREDITS
           PERFORM 760-CHECK-REPEATED-LATER

           WRITE TRANSCRIPT-LINE FROM TRANSCRIPT-DETAIL-LINE

           ADD 1                 TO SF-LINE-COUNT
           ADD CW-ATTEMPTED      TO SF-ATTEMPTED-CREDITS
           ADD CW-EARNED         TO SF-EARNED-CREDITS
           ADD CW-GPA-CREDITS    TO SF-GPA-CREDITS
           ADD CW-QUALITY-POINTS TO SF-QUALITY-POINTS

      *  A WITHDRAWN CLASS SHOWS ON THE TRANSCRIPT WITH ITS W BUT
      *  STAYS OUT OF THE TERM AVERAGE, THE SAME EXCLUSION THE
      *  MAIN REPORT APPLIES TO ITS CLASS AVERAGES.
           END-EVALUATE
           .

       715-APPLY-CURVES.
      *  SAME RULES AS LAB7MULTIBREAK'S 715-/717-, SO A CURVED
      *  CLASS SHOWS THE SAME AVERAGE ON THE TRANSCRIPT AS ON THE
      *  MAIN REPORT.  BUILDS THE CURVED SCORE FOR EVERY TEST ON THE
      *  RECORD AND REDOES DF-TEST-TOTAL AND THE PRINTED SCORES FROM
      *  THEM; A TEST WITH NO CURVE ROW KEEPS ITS RAW SCORE.
      *  SR-TEST-IN ITSELF IS NEVER CHANGED.
           MOVE ZEROS TO DF-TEST-TOTAL

           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > SR-TEST-COUNT
              MOVE SR-TEST-IN(SUB) TO CV-RAW-SCORE
              MOVE CV-RAW-SCORE TO CV-CURVED-SCORE(SUB)
              IF CV-COUNT > 0
                 MOVE SUB TO CV-TEST-SUB
                 PERFORM 190-FIND-CURVE-ROW
                 IF CV-FOUND-SUB > 0
                    PERFORM 717-CURVE-ONE-SCORE
                 END-IF
              END-IF
              MOVE CV-CURVED-SCORE(SUB) TO TEST-OUT(SUB)
              ADD CV-CURVED-SCORE(SUB) TO DF-TEST-TOTAL
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

       720-COMPUTE-AVERAGE.
      *  IDENTICAL WEIGHTING RULES TO LAB7MULTIBREAK'S 720-COMPUTE-
      *  AVERAGE SO BOTH REPORTS SHOW THE SAME NUMBER FOR THE SAME
      *  STUDENT - INCLUDING THE CURVE, SEE 715-APPLY-CURVES.
           PERFORM 715-APPLY-CURVES

           MOVE 'N' TO WS-CLASS-IS-WEIGHTED

           PERFORM VARYING WT-IDX FROM 1 BY 1 UNTIL WT-IDX > WT-COUNT
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

           END-IF
           .

       740-FIGURE-CLASS-CREDITS.
      *  ONE CLASS'S CONTRIBUTION TO THE CREDIT AND GPA FIGURES, FROM
      *  ITS POSTED LETTER GRADE.  EVERY CLASS ATTEMPTS ITS CATALOG
      *  HOURS; ANY GRADE BUT F OR W EARNS THEM.  ONLY A GRADED
      *  CATALOG CLASS THAT GRADSCAL DOES NOT MARK PASS/FAIL, WITH A
      *  LETTER A-F, GOES INTO THE GPA - ITS HOURS INTO GPA CREDITS
      *  AND HOURS TIMES 4/3/2/1/0 INTO QUALITY POINTS.
           MOVE CD-CREDIT-HOURS TO CW-CREDIT-HOURS
           MOVE 'G'             TO CW-GRADED-FLAG
           PERFORM VARYING CC-IDX FROM 1 BY 1 UNTIL CC-IDX > CC-COUNT
              IF CC-DEPT-CODE(CC-IDX)  = CW-DEPT-CODE
                 AND CC-CLASS-CODE(CC-IDX) = CW-CLASS-CODE
                 MOVE CC-CREDIT-HOURS(CC-IDX) TO CW-CREDIT-HOURS
                 MOVE CC-GRADED-FLAG(CC-IDX)  TO CW-GRADED-FLAG
              END-IF
           END-PERFORM

           MOVE 'N' TO CW-PASS-FAIL
           PERFORM VARYING GS-IDX FROM 1 BY 1 UNTIL GS-IDX > GS-COUNT
              IF GS-CLASS-CODE(GS-IDX) = CW-CLASS-CODE
                 AND GS-PASS-FAIL(GS-IDX) = 'P'
                 MOVE 'Y' TO CW-PASS-FAIL
              END-IF
           END-PERFORM

           MOVE CW-CREDIT-HOURS TO CW-ATTEMPTED
           MOVE ZEROS TO CW-EARNED
           MOVE ZEROS TO CW-GPA-CREDITS
           MOVE ZEROS TO CW-QUALITY-POINTS

           IF CW-GRADE NOT = 'F' AND CW-GRADE NOT = 'W'
              MOVE CW-CREDIT-HOURS TO CW-EARNED
           END-IF

           IF CW-GRADED-FLAG = 'G' AND CW-PASS-FAIL = 'N'
              EVALUATE CW-GRADE
                WHEN 'A'
                   MOVE CW-CREDIT-HOURS TO CW-GPA-CREDITS
                   COMPUTE CW-QUALITY-POINTS = CW-CREDIT-HOURS * 4
                WHEN 'B'
                   MOVE CW-CREDIT-HOURS TO CW-GPA-CREDITS
                   COMPUTE CW-QUALITY-POINTS = CW-CREDIT-HOURS * 3
                WHEN 'C'
                   MOVE CW-CREDIT-HOURS TO CW-GPA-CREDITS
                   COMPUTE CW-QUALITY-POINTS = CW-CREDIT-HOURS * 2
                WHEN 'D'
                   MOVE CW-CREDIT-HOURS TO CW-GPA-CREDITS
                   MOVE CW-CREDIT-HOURS TO CW-QUALITY-POINTS
                WHEN 'F'
                   MOVE CW-CREDIT-HOURS TO CW-GPA-CREDITS
              END-EVALUATE
           END-IF
           .

       760-CHECK-REPEATED-LATER.
      *  PGMSTEP HAS ALREADY ARCHIVED THIS TERM, SO THE CLASS'S OWN
      *  ARCHIVE ENTRY CARRIES THE SUPERSEDED MARK FROM 297-.  ONLY
      *  AN OLDER TERM (A FORCE RE-RUN OR LATE POSTING) CAN FIND
      *  ONE SET - THE
      *  CLASS STILL SHOWS IN THE TERM, BUT ITS FIGURES COME BACK
      *  OUT OF THE CUMULATIVE LINE.
           MOVE SPACES TO TDL-REPEAT-NOTE
           PERFORM VARYING AT-IDX FROM 1 BY 1 UNTIL AT-IDX > AT-COUNT
              IF AT-TERM-CODE(AT-IDX)  = SR-TERM-CODE
                 AND AT-DEPT-CODE(AT-IDX)  = SR-DEPT-CODE
                 AND AT-CLASS-CODE(AT-IDX) = SR-CLASS-CODE
                 AND AT-SUPERSEDED(AT-IDX) = 'Y'
                 PERFORM 930-CHECK-SAME-STUDENT
                 IF WS-SAME-STUDENT = 'Y'
                    MOVE 'EXCLUDED' TO TDL-REPEAT-NOTE
                 END-IF
              END-IF
           END-PERFORM

           IF TDL-REPEAT-NOTE NOT = SPACES
              ADD CW-ATTEMPTED      TO SF-EXCL-ATTEMPTED
              ADD CW-EARNED         TO SF-EXCL-EARNED
              ADD CW-GPA-CREDITS    TO SF-EXCL-GPA-CREDITS
              ADD CW-QUALITY-POINTS TO SF-EXCL-QUALITY-POINTS
           END-IF
           .

       900-STUDENT-BREAK.
           IF SF-CLASS-COUNT > 0
              MOVE SF-CLASS-COUNT TO TAL-CLASS-COUNT
              WRITE TRANSCRIPT-LINE FROM TERM-AVERAGE-LINE
           END-IF

           IF SF-LINE-COUNT > 0
              PERFORM 910-WRITE-GPA-LINES
           END-IF

           MOVE ZEROS TO SF-CLASS-COUNT
           MOVE ZEROS TO SF-AVERAGE-TOTAL
           MOVE ZEROS TO SF-LINE-COUNT
           MOVE ZEROS TO SF-ATTEMPTED-CREDITS
           MOVE ZEROS TO SF-EARNED-CREDITS
           MOVE ZEROS TO SF-GPA-CREDITS
           MOVE ZEROS TO SF-QUALITY-POINTS
           MOVE ZEROS TO SF-EXCL-ATTEMPTED
           MOVE ZEROS TO SF-EXCL-EARNED
           MOVE ZEROS TO SF-EXCL-GPA-CREDITS
           MOVE ZEROS TO SF-EXCL-QUALITY-POINTS
           .

       910-WRITE-GPA-LINES.
      *  A STUDENT WITH NO GPA CREDITS (ALL W OR PASS/FAIL) SHOWS A
      *  ZERO GPA RATHER THAN DIVIDING BY ZERO.
           MOVE 'TERM'               TO GSL-LABEL
           MOVE SF-ATTEMPTED-CREDITS TO GSL-ATTEMPTED
           MOVE SF-EARNED-CREDITS    TO GSL-EARNED
           MOVE SF-QUALITY-POINTS    TO GSL-QUALITY-POINTS
           IF SF-GPA-CREDITS > 0
              COMPUTE GSL-GPA ROUNDED =
                      SF-QUALITY-POINTS / SF-GPA-CREDITS
           ELSE
              MOVE ZEROS TO GSL-GPA
           END-IF
           WRITE TRANSCRIPT-LINE FROM GPA-SUMMARY-LINE

           COMPUTE CU-ATTEMPTED-CREDITS =
                   SF-ATTEMPTED-CREDITS - SF-EXCL-ATTEMPTED
           COMPUTE CU-EARNED-CREDITS =
                   SF-EARNED-CREDITS - SF-EXCL-EARNED
           COMPUTE CU-GPA-CREDITS =
                   SF-GPA-CREDITS - SF-EXCL-GPA-CREDITS
           COMPUTE CU-QUALITY-POINTS =
                   SF-QUALITY-POINTS - SF-EXCL-QUALITY-POINTS
           PERFORM 920-ADD-OTHER-TERM-CREDITS

           MOVE 'CUMULATIVE'         TO GSL-LABEL
           MOVE CU-ATTEMPTED-CREDITS TO GSL-ATTEMPTED
           MOVE CU-EARNED-CREDITS    TO GSL-EARNED
           MOVE CU-QUALITY-POINTS    TO GSL-QUALITY-POINTS
           IF CU-GPA-CREDITS > 0
              COMPUTE GSL-GPA ROUNDED =
                      CU-QUALITY-POINTS / CU-GPA-CREDITS
           ELSE
              MOVE ZEROS TO GSL-GPA
           END-IF
           WRITE TRANSCRIPT-LINE FROM GPA-SUMMARY-LINE
           .

       920-ADD-OTHER-TERM-CREDITS.
      *  EVERY ARCHIVED CLASS FOR THIS STUDENT IN ANY OTHER TERM.
      *  THE TRANSCRIPT'S OWN TERM IS SKIPPED - PGMSTEP HAS ALREADY
      *  ARCHIVED IT TONIGHT, AND ITS FIGURES ARE ALREADY IN FROM
      *  THE DETAIL LINES ABOVE.  AN ATTEMPT A LATER REPEAT REPLACED
      *  IS LISTED INSTEAD OF COUNTED.
           PERFORM VARYING AT-IDX FROM 1 BY 1 UNTIL AT-IDX > AT-COUNT
              IF AT-TERM-CODE(AT-IDX) NOT = TERM-HOLD
                 PERFORM 930-CHECK-SAME-STUDENT
                 IF WS-SAME-STUDENT = 'Y'
                    AND AT-SUPERSEDED(AT-IDX) = 'Y'
                    MOVE AT-TERM-CODE(AT-IDX)  TO REL-TERM-CODE
                    MOVE AT-DEPT-CODE(AT-IDX)  TO REL-DEPT-CODE
                    MOVE AT-CLASS-CODE(AT-IDX) TO REL-CLASS-CODE
                    MOVE AT-GRADE(AT-IDX)      TO REL-GRADE
                    WRITE TRANSCRIPT-LINE FROM REPEAT-EXCLUDED-LINE
                 END-IF
                 IF WS-SAME-STUDENT = 'Y'
                    AND AT-SUPERSEDED(AT-IDX) NOT = 'Y'
                    MOVE AT-DEPT-CODE(AT-IDX)  TO CW-DEPT-CODE
                    MOVE AT-CLASS-CODE(AT-IDX) TO CW-CLASS-CODE
                    MOVE AT-GRADE(AT-IDX)      TO CW-GRADE
                    PERFORM 740-FIGURE-CLASS-CREDITS
                    ADD CW-ATTEMPTED      TO CU-ATTEMPTED-CREDITS
                    ADD CW-EARNED         TO CU-EARNED-CREDITS
                    ADD CW-GPA-CREDITS    TO CU-GPA-CREDITS
                    ADD CW-QUALITY-POINTS TO CU-QUALITY-POINTS
                 END-IF
              END-IF
           END-PERFORM
           .

       930-CHECK-SAME-STUDENT.
      *  SAME MATCH RULE AS LAB7STANDING'S 730-: THE ID WHEN BOTH
      *  SIDES CARRY ONE, OTHERWISE THE NAME.
           MOVE 'N' TO WS-SAME-STUDENT

           IF ID-HOLD NOT = SPACES
              AND AT-STUDENT-ID(AT-IDX) NOT = SPACES
              IF AT-STUDENT-ID(AT-IDX) = ID-HOLD
                 MOVE 'Y' TO WS-SAME-STUDENT
              END-IF
           ELSE
              IF AT-NAME(AT-IDX) = NAME-HOLD
                 MOVE 'Y' TO WS-SAME-STUDENT
              END-IF
           END-IF
           .

       1100-END-OF-JOB-ROUTINE.
      *  FORCE THE LAST STUDENT'S TERM-AVERAGE LINE.
           PERFORM 900-STUDENT-BREAK

           IF AT-OVERFLOW-COUNT > 0
              MOVE AT-OVERFLOW-COUNT TO AOL-OVERFLOW-COUNT
              WRITE TRANSCRIPT-LINE FROM BLANK-LINE
              WRITE TRANSCRIPT-LINE FROM ARCHIVE-OVERFLOW-LINE
           END-IF
           .

       1200-FINAL-ROUTINE.
