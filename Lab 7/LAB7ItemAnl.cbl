       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LAB7ITEMANL.
       AUTHOR.         AUSTIN OGLETREE.
      *************************************************
      *      PER-TEST ITEM ANALYSIS REPORT
      *
      *    THE CLASS LINES ON THE MAIN REPORT SHOW THE HIGH, LOW AND
      *    AVERAGE OF STUDENT AVERAGES, WHICH HIDES HOW ANY ONE TEST
      *    BEHAVED.  THIS PROGRAM READS THE SAME SORTED STUDENT
      *    STREAM LAB7MULTIBREAK GRADED AND PRINTS ONE BLOCK PER
      *    TERM/DEPT/CLASS/SECTION WITH, FOR EACH TEST SLOT, THE
      *    COUNT, MEAN, MEDIAN, STANDARD DEVIATION AND A 10-POINT
      *    SCORE DISTRIBUTION.  A TEST WHOSE MEAN SITS WELL BELOW
      *    THE CLASS'S OTHER TESTS, OR WHOSE SPREAD IS UNUSUALLY
      *    TIGHT OR WIDE, IS FLAGGED SO A CHAIR CAN CATCH A BROKEN
      *    EXAM OR A MIS-KEYED ANSWER KEY BEFORE GRADES POST.
      *
      *    SCORES ARE ANALYZED RAW - AN APPROVED CURVE (SEE CURVES
      *    IN LAB7MULTIBREAK) WOULD HIDE THE VERY PROBLEM THIS
      *    REPORT IS LOOKING FOR.
      *******
      *  INPUT:  STUDENT  - THE SORTED EXTRACT (TERM/DEPT/CLASS/
      *          SECTION ORDER) PGMSTEP READ.  RECORDS THE MAIN
      *          REPORT WOULD REJECT OR SUSPEND (BAD KEYS, BAD
      *          COUNTS OR SCORES, 'INC', A CLOSED TERM, AN
      *          INSTRUCTOR CODE NOT ON THE ROSTER) ARE SKIPPED AND
      *          COUNTED.
      *          TERMCTL  - OPTIONAL TERM-CONTROL FILE (WRITTEN BY
      *          LAB7TERMCLOSE) - A CLOSED TERM'S RECORDS SKIP.
      *          INSTRUCT - OPTIONAL INSTRUCTOR ROSTER - WHEN
      *          PRESENT, AN UNKNOWN INSTRUCTOR CODE SKIPS.
      *          ITEMPARM - OPTIONAL ONE-RECORD THRESHOLD FILE,
      *          SAME SHAPE OF RULE AS THRESHLD: MEAN-GAP POINTS IN
      *          COLS 1-3, TIGHT STD DEV IN 4-6, WIDE STD DEV IN
      *          7-9, MINIMUM TAKERS IN 10-12.  A MISSING FILE OR A
      *          ZERO/NON-NUMERIC FIELD KEEPS THE COMPILED DEFAULT.
      *******
      *  OUTPUT: ITEMRPT  - THE ITEM ANALYSIS REPORT.
      *******
      *  RETURN CODE: 0 NO TEST FLAGGED, 4 IF ANY TEST WAS
      *          FLAGGED, 12 IF THE STUDENT STREAM CANNOT BE OPENED.
      *********************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT STUDENT-FILE
               ASSIGN TO "STUDENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-FILE-STATUS.
      *
           SELECT ITEM-PARAMETER-FILE
               ASSIGN TO "ITEMPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
      *
      *    THE SAME TWO FILES THE MAIN REPORT'S 650 REJECTS AGAINST,
      *    WITH THE SAME "OPTIONAL" TREATMENT - SEE 175-LOAD-CLOSED-
      *    TERMS AND 280-LOAD-INSTRUCTOR-ROSTER.
           SELECT OPTIONAL TERM-CONTROL-FILE
               ASSIGN TO "TERMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMCTL-FILE-STATUS.
      *
           SELECT INSTRUCTOR-ROSTER-FILE
               ASSIGN TO "INSTRUCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-FILE-STATUS.
      *
           SELECT ITEM-REPORT-FILE
               ASSIGN TO "ITEMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *  MUST MATCH STUDENT-RECORD IN LAB7MULTIBREAK.
       FD  STUDENT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  STUDENT-RECORD.
           05  SR-TERM-CODE                    PIC X(4).
           05  SR-DEPT-CODE                    PIC A(4).
           05  SR-CLASS-CODE                   PIC X(5).
           05  SR-NAME                         PIC X(20).
           05  SR-TEST-COUNT                   PIC 9.
           05  SR-GRADE-ARRAY-IN OCCURS 1 TO 6 TIMES
                                 DEPENDING ON SR-TEST-COUNT.
               10 SR-TEST-IN                   PIC 9(3).
           05  SR-STUDENT-ID                   PIC X(9).
           05  SR-INSTRUCTOR-CODE              PIC X(4).
           05  FILLER                          PIC X(15).
      *
       01  STUDENT-RECORD-TAIL.
           05  FILLER                          PIC X(71).
           05  SR-PARK-DATE                    PIC X(6).
           05  SR-SECTION-CODE                 PIC X(3).
      *
       FD  ITEM-PARAMETER-FILE
           RECORD CONTAINS 12 CHARACTERS.
      *
       01  ITEM-PARAMETER-RECORD.
           05  IP-MEAN-GAP                  PIC 9(3).
           05  IP-TIGHT-SPREAD              PIC 9(3).
           05  IP-WIDE-SPREAD               PIC 9(3).
           05  IP-MIN-TAKERS                PIC 9(3).
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
       FD  INSTRUCTOR-ROSTER-FILE
           RECORD CONTAINS 24 CHARACTERS.
      *
       01  INSTRUCTOR-ROSTER-RECORD.
           05  IRR-INSTRUCTOR-CODE          PIC X(4).
           05  IRR-INSTRUCTOR-NAME          PIC X(20).
      *
       FD  ITEM-REPORT-FILE
           RECORD CONTAINS 150 CHARACTERS.
      *
       01  ITEM-REPORT-LINE                PIC X(150).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X       VALUE ' '.
               88 NO-MORE-DATA                         VALUE 'N'.
               88 MORE-RECORDS                         VALUE 'Y'.
           05  FIRST-RECORD                PIC X(3)    VALUE 'YES'.
           05  WS-STUDENT-FILE-STATUS      PIC XX      VALUE '00'.
           05  WS-PARM-FILE-STATUS         PIC XX      VALUE '00'.
           05  WS-TERMCTL-FILE-STATUS      PIC XX      VALUE '00'.
           05  WS-ROSTER-FILE-STATUS       PIC XX      VALUE '00'.
           05  WS-INSTRUCTOR-FOUND         PIC X       VALUE 'N'.
           05  WS-VALID-RECORD             PIC X       VALUE 'Y'.
           05  WS-SCORE-FOUND              PIC X       VALUE 'N'.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.
      *
      *  FLAG RULES - DEFAULTS APPLY WHEN THE ITEMPARM FILE IS
      *  ABSENT OR A FIELD IS UNUSABLE, SO THE FLAGS NEVER SILENTLY
      *  STOP BECAUSE A PARM FILE WAS DROPPED (SAME RULE AS THE
      *  AT-RISK THRESHOLDS).  STANDARD DEVIATIONS ARE IN WHOLE
      *  SCORE POINTS.  A TEST WITH FEWER TAKERS THAN THE MINIMUM
      *  IS SHOWN BUT NEVER FLAGGED - A HANDFUL OF SCORES SAYS
      *  NOTHING ABOUT THE EXAM.
       01  ITEM-THRESHOLDS.
           05  IT-MEAN-GAP                  PIC 9(3)     VALUE 15.
           05  IT-TIGHT-SPREAD              PIC 9(3)     VALUE 4.
           05  IT-WIDE-SPREAD               PIC 9(3)     VALUE 25.
           05  IT-MIN-TAKERS                PIC 9(3)     VALUE 5.
      *
      *  TERMS THE REGISTRAR HAS CLOSED - SAME TABLE AS THE MAIN
      *  REPORT'S, LESS THE CLOSE DETAILS THIS REPORT NEVER SHOWS.
       01  CLOSED-TERMS-TABLE.
           05  CT-COUNT                     PIC S999    VALUE +0.
           05  CT-TERM-CLOSED               PIC X       VALUE 'N'.
               88 TERM-IS-CLOSED                       VALUE 'Y'.
           05  CLOSED-TERM-ENTRY OCCURS 200 TIMES
                                 INDEXED BY CT-IDX.
               10  CT-TERM-CODE             PIC X(4).
      *
      *  SAME OPTIONAL ROSTER LOAD AS THE MAIN REPORT'S 280- - NO
      *  ROSTER MEANS INSTRUCTOR CODES GO UNVALIDATED.
       01  INSTRUCTOR-ROSTER-TABLE.
           05  IR-COUNT                     PIC S999     VALUE +0.
           05  INSTRUCTOR-ROSTER-ENTRY OCCURS 100 TIMES
                                 INDEXED BY IR-IDX.
               10  IR-INSTRUCTOR-CODE        PIC X(4).
      *
       01  ITEM-COUNTERS.
           05  IA-RECORDS-READ              PIC 9(7)     VALUE 0.
           05  IA-RECORDS-SKIPPED           PIC 9(7)     VALUE 0.
           05  IA-BLOCK-COUNT               PIC 9(5)     VALUE 0.
           05  IA-TESTS-ANALYZED            PIC 9(7)     VALUE 0.
           05  IA-TESTS-FLAGGED             PIC 9(7)     VALUE 0.
           05  IA-BLOCK-STUDENTS            PIC 9(5)     VALUE 0.
           05  IA-BLOCK-MAX-TESTS           PIC 9        VALUE 0.
      *
      *  ONE ENTRY PER TEST SLOT FOR THE BLOCK IN PROGRESS.  SCORES
      *  ARE WHOLE NUMBERS 0-100, SO A 101-CELL FREQUENCY COUNT
      *  (SUBSCRIPT = SCORE + 1) HOLDS EVERYTHING THE MEDIAN NEEDS
      *  WITHOUT TABLING OR SORTING THE SCORES THEMSELVES - A CLASS
      *  OF ANY SIZE FITS.  A RECORD WITH FEWER TESTS THAN THE REST
      *  OF THE CLASS SIMPLY ISN'T COUNTED IN THE SLOTS IT LACKS.
       01  SLOT-STATS-TABLE.
           05  SLOT-STATS OCCURS 6 TIMES.
               10  SS-COUNT                 PIC 9(5).
               10  SS-TOTAL                 PIC 9(7).
               10  SS-SUM-SQUARES           PIC 9(9).
               10  SS-MEAN                  PIC 9(3)V99.
               10  SS-MEDIAN                PIC 9(3)V9.
               10  SS-STD-DEV               PIC 9(3)V99.
               10  SS-FREQUENCY             PIC 9(5)  OCCURS 101 TIMES.
               10  SS-BAND-COUNT            PIC 9(5)  OCCURS 10 TIMES.
      *
       01  ITEM-WORK-FIELDS.
           05  SUB                          PIC 9.
           05  OTHER-SUB                    PIC 9.
           05  FQ-SUB                       PIC 9(3).
           05  BAND-SUB                     PIC 99.
           05  IA-SCORE                     PIC 9(3).
           05  IA-VARIANCE                  PIC S9(5)V9(4).
           05  IA-POSITION                  PIC 9(5).
           05  IA-RUNNING-COUNT             PIC 9(5).
           05  IA-SCORE-AT-POSITION         PIC 9(3).
           05  IA-LOWER-MIDDLE              PIC 9(3).
           05  IA-HALF-COUNT                PIC 9(5).
           05  IA-ODD-REMAINDER             PIC 9.
           05  IA-OTHER-TOTAL               PIC 9(5)V99.
           05  IA-OTHER-COUNT               PIC 9.
           05  IA-OTHER-MEAN                PIC 9(3)V99.
           05  IA-MEAN-SHORTFALL            PIC S9(3)V99.
           05  IA-FLAG-TEXT                 PIC X(39).
           05  IA-FLAG-PTR                  PIC 9(3).
      *
       01  HOLD-FIELDS.
           05  TERM-HOLD                    PIC X(4).
           05  DEPT-HOLD                    PIC A(4).
           05  CLASS-HOLD                   PIC X(5).
           05  SECTION-HOLD                 PIC X(3).
      *
      ********************OUTPUT AREA*********************************
      *
       01  HEADING-ITEM-1.
           05                              PIC X(6) VALUE 'DATE:'.
           05  HI1-MONTH                   PIC Z9.
           05                              PIC X    VALUE '/'.
           05  HI1-DAY                     PIC 99.
           05                              PIC X    VALUE '/'.
           05  HI1-YEAR                    PIC 99.
           05                              PIC X(7) VALUE SPACES.
           05                              PIC X(40) VALUE
                                 'PER-TEST ITEM ANALYSIS REPORT'.
      *
       01  HEADING-ITEM-RULES.
           05                              PIC X(16) VALUE
                                 'FLAG RULES: MEAN'.
           05  HIR-MEAN-GAP                PIC ZZ9.
           05                              PIC X(46) VALUE
                   ' OR MORE POINTS BELOW THE OTHER TESTS, STD DEV'.
           05                              PIC X(6)  VALUE ' UNDER'.
           05  HIR-TIGHT-SPREAD            PIC ZZ9.
           05                              PIC X(8)  VALUE ' OR OVER'.
           05  HIR-WIDE-SPREAD             PIC ZZ9.
           05                              PIC X(6)  VALUE ' - MIN'.
           05  HIR-MIN-TAKERS              PIC ZZ9.
           05                              PIC X(7)  VALUE ' TAKERS'.
      *
       01  HEADING-ITEM-BLOCK.
           05                              PIC X(6) VALUE 'TERM: '.
           05  HIB-TERM-CODE               PIC X(4).
           05                              PIC X(8) VALUE '  DEPT: '.
           05  HIB-DEPT-CODE               PIC A(4).
           05                              PIC X(9) VALUE '  CLASS: '.
           05  HIB-CLASS-CODE              PIC X(5).
           05                              PIC X(11) VALUE
                                           '  SECTION: '.
           05  HIB-SECTION-CODE            PIC X(3).
           05                              PIC X(12) VALUE
                                           '  STUDENTS: '.
           05  HIB-STUDENTS                PIC ZZZZ9.
      *
       01  HEADING-ITEM-COLUMNS.
           05                              PIC X(4)  VALUE 'TEST'.
           05                              PIC X(9)  VALUE '    COUNT'.
           05                              PIC X(8)  VALUE '    MEAN'.
           05                              PIC X(7)  VALUE ' MEDIAN'.
           05                              PIC X(9)  VALUE '  STD DEV'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(7)  VALUE '    0-9'.
           05                              PIC X(7)  VALUE '  10-19'.
           05                              PIC X(7)  VALUE '  20-29'.
           05                              PIC X(7)  VALUE '  30-39'.
           05                              PIC X(7)  VALUE '  40-49'.
           05                              PIC X(7)  VALUE '  50-59'.
           05                              PIC X(7)  VALUE '  60-69'.
           05                              PIC X(7)  VALUE '  70-79'.
           05                              PIC X(7)  VALUE '  80-89'.
           05                              PIC X(7)  VALUE ' 90-100'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'FLAGS'.
      *
       01  ITEM-DETAIL-LINE.
           05                              PIC X(3)  VALUE SPACES.
           05  IDL-TEST-NUMBER             PIC 9.
           05                              PIC X(4)  VALUE SPACES.
           05  IDL-COUNT                   PIC ZZZZ9.
           05                              PIC X(2)  VALUE SPACES.
           05  IDL-MEAN                    PIC ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  IDL-MEDIAN                  PIC ZZ9.9.
           05                              PIC X(3)  VALUE SPACES.
           05  IDL-STD-DEV                 PIC ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  IDL-BAND-GROUP OCCURS 10 TIMES.
               10                          PIC X(2)  VALUE SPACES.
               10  IDL-BAND-COUNT          PIC ZZZZ9.
           05                              PIC X(2)  VALUE SPACES.
           05  IDL-FLAGS                   PIC X(39).
      *
       01  ITEM-NO-TAKERS-LINE.
           05                              PIC X(3)  VALUE SPACES.
           05  INT-TEST-NUMBER             PIC 9.
           05                              PIC X(4)  VALUE SPACES.
           05                              PIC X(30) VALUE
                                 'NO VALID SCORES FOR THIS TEST'.
      *
       01  ITEM-TOTALS-LINE.
           05                              PIC X(14) VALUE
                                           'RECORDS READ: '.
           05  ITL-READ                    PIC ZZZZZZ9.
           05                              PIC X(11) VALUE
                                           '  SKIPPED: '.
           05  ITL-SKIPPED                 PIC ZZZZZZ9.
           05                              PIC X(10) VALUE
                                           '  BLOCKS: '.
           05  ITL-BLOCKS                  PIC ZZZZ9.
           05                              PIC X(17) VALUE
                                           '  TESTS ANALYZED:'.
           05  ITL-TESTS                   PIC ZZZZZZ9.
           05                              PIC X(11) VALUE
                                           '  FLAGGED: '.
           05  ITL-FLAGGED                 PIC ZZZZZZ9.
      *
       01  ITEM-SKIP-NOTE-LINE.
           05                              PIC X(52) VALUE
               'SKIPPED = REJECTED OR INCOMPLETE (INC) RECORDS - SEE'.
           05                              PIC X(40) VALUE
               ' THE EXCEPTION REPORT AND SUSPENSE FILE.'.
      *
       01  BLANK-LINE                      PIC X(150) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       100-REPORT-ITEM-ANALYSIS.
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 400-READ-STUDENT-RECORDS
           PERFORM 1100-END-OF-JOB-ROUTINE
           PERFORM 1200-FINAL-ROUTINE
           .

       200-HSKPING-ROUTINE.
           PERFORM 175-LOAD-CLOSED-TERMS
           PERFORM 250-LOAD-ITEM-PARAMETERS
           PERFORM 280-LOAD-INSTRUCTOR-ROSTER

           OPEN INPUT  STUDENT-FILE
                OUTPUT ITEM-REPORT-FILE

           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO HI1-MONTH
           MOVE WS-DAY   TO HI1-DAY
           MOVE WS-YEAR  TO HI1-YEAR
           WRITE ITEM-REPORT-LINE FROM HEADING-ITEM-1

           MOVE IT-MEAN-GAP     TO HIR-MEAN-GAP
           MOVE IT-TIGHT-SPREAD TO HIR-TIGHT-SPREAD
           MOVE IT-WIDE-SPREAD  TO HIR-WIDE-SPREAD
           MOVE IT-MIN-TAKERS   TO HIR-MIN-TAKERS
           WRITE ITEM-REPORT-LINE FROM HEADING-ITEM-RULES

      *  NO STREAM MEANS NOTHING TO ANALYZE - AN EMPTY REPORT THAT
      *  ONLY MEANS "COULDN'T OPEN THE FILE" WOULD READ AS "EVERY
      *  EXAM WAS FINE".
           IF WS-STUDENT-FILE-STATUS NOT = '00'
              DISPLAY 'LAB7ITEMANL: CANNOT OPEN STUDENT STREAM,'
                      ' FILE STATUS ' WS-STUDENT-FILE-STATUS
                      ' - RUN STOPPED.'
              CLOSE ITEM-REPORT-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           .

       175-LOAD-CLOSED-TERMS.
      *  SAME OPTIONAL-FILE HANDLING AS THE MAIN REPORT'S 175 -
      *  STATUS '05' (NO TERM EVER CLOSED) JUST HITS AT END ON THE
      *  FIRST READ.  ONLY CLOSE RECORDS ('C') ARE TABLED.
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
                          MOVE TC-TERM-CODE  TO CT-TERM-CODE(CT-IDX)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TERM-CONTROL-FILE
           END-IF
           .

       177-CHECK-TERM-CLOSED.
      *  IS THE CURRENT RECORD'S TERM ON THE CLOSED-TERMS TABLE?
           MOVE 'N' TO CT-TERM-CLOSED
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > CT-COUNT OR TERM-IS-CLOSED
              IF CT-TERM-CODE(CT-IDX) = SR-TERM-CODE
                 MOVE 'Y' TO CT-TERM-CLOSED
              END-IF
           END-PERFORM
           .

       250-LOAD-ITEM-PARAMETERS.
      *  ONE-RECORD PARAMETER FILE, READ FIELD BY FIELD THE SAME WAY
      *  AS THE MAIN REPORT'S 285-LOAD-THRESHOLDS, SO A HALF-GOOD
      *  PARM RECORD STILL APPLIES ITS GOOD HALF.
           OPEN INPUT ITEM-PARAMETER-FILE

           IF WS-PARM-FILE-STATUS = '00'
              READ ITEM-PARAMETER-FILE
                 NOT AT END
                    IF IP-MEAN-GAP NUMERIC
                       AND IP-MEAN-GAP > 0
                       MOVE IP-MEAN-GAP TO IT-MEAN-GAP
                    END-IF
                    IF IP-TIGHT-SPREAD NUMERIC
                       AND IP-TIGHT-SPREAD > 0
                       MOVE IP-TIGHT-SPREAD TO IT-TIGHT-SPREAD
                    END-IF
                    IF IP-WIDE-SPREAD NUMERIC
                       AND IP-WIDE-SPREAD > 0
                       MOVE IP-WIDE-SPREAD TO IT-WIDE-SPREAD
                    END-IF
                    IF IP-MIN-TAKERS NUMERIC
                       AND IP-MIN-TAKERS > 0
                       MOVE IP-MIN-TAKERS TO IT-MIN-TAKERS
                    END-IF
              END-READ
              CLOSE ITEM-PARAMETER-FILE
           END-IF
           .

       280-LOAD-INSTRUCTOR-ROSTER.
           OPEN INPUT INSTRUCTOR-ROSTER-FILE

           IF WS-ROSTER-FILE-STATUS = '00'
              PERFORM UNTIL WS-ROSTER-FILE-STATUS NOT = '00'
                 READ INSTRUCTOR-ROSTER-FILE
                    AT END
                       MOVE '10' TO WS-ROSTER-FILE-STATUS
                    NOT AT END
                       IF IR-COUNT < 100
                          AND IRR-INSTRUCTOR-CODE NOT = SPACES
                          ADD 1 TO IR-COUNT
                          SET IR-IDX TO IR-COUNT
                          MOVE IRR-INSTRUCTOR-CODE TO
                               IR-INSTRUCTOR-CODE(IR-IDX)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INSTRUCTOR-ROSTER-FILE
           END-IF
           .

       400-READ-STUDENT-RECORDS.
           PERFORM UNTIL NO-MORE-DATA
               READ STUDENT-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO IA-RECORDS-READ
                       PERFORM 650-VALIDATE-STUDENT-RECORD
                       IF WS-VALID-RECORD = 'Y'
                          PERFORM 680-CHECK-BREAKS
                          PERFORM 700-TALLY-STUDENT-SCORES
                       ELSE
                          ADD 1 TO IA-RECORDS-SKIPPED
                       END-IF
               END-READ
           END-PERFORM
           .

       650-VALIDATE-STUDENT-RECORD.
      *  THE SAME ACCEPT/REJECT LINE AS THE MAIN REPORT'S 650 - A
      *  RECORD IT REJECTS OR SUSPENDS (AN 'INC' SCORE IS NOT
      *  NUMERIC) NEVER REACHES THE STATISTICS, SO THE ANALYSIS
      *  COVERS EXACTLY THE SCORES THAT WERE GRADED.  THE SECTION
      *  CODE IS ALLOWED BLANK - A CLASS'S BLANK-SECTION RECORDS
      *  ANALYZE AS ONE SECTION, AS THEY GRADE.
           MOVE 'Y' TO WS-VALID-RECORD

           IF SR-TERM-CODE = SPACES
              OR SR-DEPT-CODE = SPACES
              OR SR-CLASS-CODE = SPACES
              MOVE 'N' TO WS-VALID-RECORD
           END-IF

      *    A CLOSED TERM (TCL ON THE MAIN REPORT) NEVER GRADES.
           IF SR-TERM-CODE NOT = SPACES
              PERFORM 177-CHECK-TERM-CLOSED
              IF TERM-IS-CLOSED
                 MOVE 'N' TO WS-VALID-RECORD
              END-IF
           END-IF

           IF SR-TEST-COUNT NOT NUMERIC
              OR SR-TEST-COUNT < 1 OR SR-TEST-COUNT > 6
              MOVE 'N' TO WS-VALID-RECORD
           ELSE
              PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > SR-TEST-COUNT
                 IF SR-TEST-IN(SUB) NOT NUMERIC
                    OR SR-TEST-IN(SUB) > 100
                    MOVE 'N' TO WS-VALID-RECORD
                 END-IF
              END-PERFORM

      *    AN UNKNOWN INSTRUCTOR CODE (INS) - SR-INSTRUCTOR-CODE
      *    TRAILS THE OCCURS DEPENDING ON ARRAY, SO IT IS ONLY SAFE
      *    TO LOOK AT INSIDE THIS ELSE LEG.  A BLANK CODE, OR NO
      *    ROSTER LOADED, IS ACCEPTED.
              IF IR-COUNT > 0 AND SR-INSTRUCTOR-CODE NOT = SPACES
                 MOVE 'N' TO WS-INSTRUCTOR-FOUND
                 PERFORM VARYING IR-IDX FROM 1 BY 1
                         UNTIL IR-IDX > IR-COUNT
                    IF IR-INSTRUCTOR-CODE(IR-IDX) = SR-INSTRUCTOR-CODE
                       MOVE 'Y' TO WS-INSTRUCTOR-FOUND
                    END-IF
                 END-PERFORM
                 IF WS-INSTRUCTOR-FOUND = 'N'
                    MOVE 'N' TO WS-VALID-RECORD
                 END-IF
              END-IF
           END-IF
           .

       680-CHECK-BREAKS.
      *  THE STREAM ARRIVES IN SORTSTEP ORDER (TERM/DEPT/CLASS/
      *  SECTION), AND THE REPORT HAS ONLY ONE KIND OF BLOCK, SO A
      *  CHANGE IN ANY PART OF THE KEY CLOSES THE BLOCK IN PROGRESS.
           EVALUATE TRUE
             WHEN FIRST-RECORD = 'YES'
                MOVE 'NO' TO FIRST-RECORD
                PERFORM 690-START-BLOCK

             WHEN SR-TERM-CODE    NOT = TERM-HOLD
               OR SR-DEPT-CODE    NOT = DEPT-HOLD
               OR SR-CLASS-CODE   NOT = CLASS-HOLD
               OR SR-SECTION-CODE NOT = SECTION-HOLD
                PERFORM 900-BLOCK-BREAK
                PERFORM 690-START-BLOCK

           END-EVALUATE
           .

       690-START-BLOCK.
           MOVE SR-TERM-CODE    TO TERM-HOLD
           MOVE SR-DEPT-CODE    TO DEPT-HOLD
           MOVE SR-CLASS-CODE   TO CLASS-HOLD
           MOVE SR-SECTION-CODE TO SECTION-HOLD
           MOVE ZEROS TO IA-BLOCK-STUDENTS
           MOVE ZEROS TO IA-BLOCK-MAX-TESTS
           INITIALIZE SLOT-STATS-TABLE
           .

       700-TALLY-STUDENT-SCORES.
           ADD 1 TO IA-BLOCK-STUDENTS
           IF SR-TEST-COUNT > IA-BLOCK-MAX-TESTS
              MOVE SR-TEST-COUNT TO IA-BLOCK-MAX-TESTS
           END-IF

           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > SR-TEST-COUNT
              MOVE SR-TEST-IN(SUB) TO IA-SCORE
              ADD 1 TO SS-COUNT(SUB)
              ADD IA-SCORE TO SS-TOTAL(SUB)
              COMPUTE SS-SUM-SQUARES(SUB) =
                      SS-SUM-SQUARES(SUB) + IA-SCORE * IA-SCORE
              COMPUTE FQ-SUB = IA-SCORE + 1
              ADD 1 TO SS-FREQUENCY(SUB, FQ-SUB)
      *       10-POINT BANDS 0-9 ... 80-89, WITH A PERFECT 100 FOLDED
      *       INTO THE TOP 90-100 BAND.
              IF IA-SCORE = 100
                 MOVE 10 TO BAND-SUB
              ELSE
                 COMPUTE BAND-SUB = IA-SCORE / 10 + 1
              END-IF
              ADD 1 TO SS-BAND-COUNT(SUB, BAND-SUB)
           END-PERFORM
           .

       800-FIGURE-SLOT-STATISTICS.
      *  MEAN, MEDIAN AND POPULATION STANDARD DEVIATION FOR SLOT SUB.
      *  THE VARIANCE IS (SUM OF SQUARES - TOTAL SQUARED / N) / N;
      *  ROUNDING CAN LEAVE A HAIR BELOW ZERO ON A TEST WHERE EVERY
      *  SCORE IS THE SAME, WHICH IS REALLY ZERO.
           COMPUTE SS-MEAN(SUB) ROUNDED =
                   SS-TOTAL(SUB) / SS-COUNT(SUB)

           COMPUTE IA-VARIANCE ROUNDED =
                   (SS-SUM-SQUARES(SUB)
                    - SS-TOTAL(SUB) * SS-TOTAL(SUB) / SS-COUNT(SUB))
                   / SS-COUNT(SUB)
           IF IA-VARIANCE < 0
              MOVE ZEROS TO IA-VARIANCE
           END-IF
           COMPUTE SS-STD-DEV(SUB) ROUNDED = IA-VARIANCE ** 0.5

      *  ODD COUNT - THE MIDDLE SCORE.  EVEN COUNT - HALFWAY BETWEEN
      *  THE TWO MIDDLE SCORES.
           DIVIDE SS-COUNT(SUB) BY 2 GIVING IA-HALF-COUNT
                                     REMAINDER IA-ODD-REMAINDER
           IF IA-ODD-REMAINDER = 1
              COMPUTE IA-POSITION = IA-HALF-COUNT + 1
              PERFORM 820-FIND-SCORE-AT-POSITION
              MOVE IA-SCORE-AT-POSITION TO SS-MEDIAN(SUB)
           ELSE
              MOVE IA-HALF-COUNT TO IA-POSITION
              PERFORM 820-FIND-SCORE-AT-POSITION
              MOVE IA-SCORE-AT-POSITION TO IA-LOWER-MIDDLE
              ADD 1 TO IA-POSITION
              PERFORM 820-FIND-SCORE-AT-POSITION
              COMPUTE SS-MEDIAN(SUB) =
                      (IA-LOWER-MIDDLE + IA-SCORE-AT-POSITION) / 2
           END-IF
           .

       820-FIND-SCORE-AT-POSITION.
      *  WALK SLOT SUB'S FREQUENCY COUNTS LOW TO HIGH UNTIL THE
      *  RUNNING COUNT REACHES IA-POSITION - THAT CELL'S SCORE IS
      *  THE IA-POSITION'TH LOWEST SCORE.
           MOVE ZEROS TO IA-RUNNING-COUNT
           MOVE 'N' TO WS-SCORE-FOUND
           PERFORM VARYING FQ-SUB FROM 1 BY 1
                   UNTIL FQ-SUB > 101 OR WS-SCORE-FOUND = 'Y'
              ADD SS-FREQUENCY(SUB, FQ-SUB) TO IA-RUNNING-COUNT
              IF IA-RUNNING-COUNT >= IA-POSITION
                 MOVE 'Y' TO WS-SCORE-FOUND
                 COMPUTE IA-SCORE-AT-POSITION = FQ-SUB - 1
              END-IF
           END-PERFORM
           .

       850-CHECK-SLOT-FLAGS.
      *  A LOW MEAN IS JUDGED AGAINST THE AVERAGE OF THE BLOCK'S
      *  OTHER TESTS' MEANS (ONLY TESTS THAT HAD TAKERS), SO ONE
      *  BROKEN EXAM STANDS OUT EVEN IN A HARD CLASS.  A BLOCK WITH
      *  A SINGLE TEST HAS NOTHING TO COMPARE AGAINST AND IS ONLY
      *  CHECKED FOR SPREAD.
           MOVE SPACES TO IA-FLAG-TEXT
           MOVE 1 TO IA-FLAG-PTR

           IF SS-COUNT(SUB) NOT < IT-MIN-TAKERS
              PERFORM 860-APPLY-FLAG-RULES
           END-IF

           IF IA-FLAG-TEXT NOT = SPACES
              ADD 1 TO IA-TESTS-FLAGGED
           END-IF
           .

       860-APPLY-FLAG-RULES.
           MOVE ZEROS TO IA-OTHER-TOTAL
           MOVE ZEROS TO IA-OTHER-COUNT
           PERFORM VARYING OTHER-SUB FROM 1 BY 1
                   UNTIL OTHER-SUB > IA-BLOCK-MAX-TESTS
              IF OTHER-SUB NOT = SUB AND SS-COUNT(OTHER-SUB) > 0
                 ADD SS-MEAN(OTHER-SUB) TO IA-OTHER-TOTAL
                 ADD 1 TO IA-OTHER-COUNT
              END-IF
           END-PERFORM

           IF IA-OTHER-COUNT > 0
              COMPUTE IA-OTHER-MEAN ROUNDED =
                      IA-OTHER-TOTAL / IA-OTHER-COUNT
              COMPUTE IA-MEAN-SHORTFALL =
                      IA-OTHER-MEAN - SS-MEAN(SUB)
              IF IA-MEAN-SHORTFALL >= IT-MEAN-GAP
                 STRING 'LOW MEAN ' DELIMITED BY SIZE
                    INTO IA-FLAG-TEXT
                    WITH POINTER IA-FLAG-PTR
                 END-STRING
              END-IF
           END-IF

           IF SS-STD-DEV(SUB) < IT-TIGHT-SPREAD
              STRING 'TIGHT SPREAD ' DELIMITED BY SIZE
                 INTO IA-FLAG-TEXT
                 WITH POINTER IA-FLAG-PTR
              END-STRING
           END-IF

           IF SS-STD-DEV(SUB) > IT-WIDE-SPREAD
              STRING 'WIDE SPREAD ' DELIMITED BY SIZE
                 INTO IA-FLAG-TEXT
                 WITH POINTER IA-FLAG-PTR
              END-STRING
           END-IF
           .

       900-BLOCK-BREAK.
      *  EVERY SLOT'S STATISTICS ARE FIGURED BEFORE ANY FLAG IS
      *  CHECKED, BECAUSE THE LOW-MEAN RULE COMPARES EACH TEST WITH
      *  THE OTHERS.
           ADD 1 TO IA-BLOCK-COUNT

           MOVE TERM-HOLD         TO HIB-TERM-CODE
           MOVE DEPT-HOLD         TO HIB-DEPT-CODE
           MOVE CLASS-HOLD        TO HIB-CLASS-CODE
           MOVE SECTION-HOLD      TO HIB-SECTION-CODE
           MOVE IA-BLOCK-STUDENTS TO HIB-STUDENTS
           WRITE ITEM-REPORT-LINE FROM BLANK-LINE
           WRITE ITEM-REPORT-LINE FROM HEADING-ITEM-BLOCK
           WRITE ITEM-REPORT-LINE FROM HEADING-ITEM-COLUMNS

           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > IA-BLOCK-MAX-TESTS
              IF SS-COUNT(SUB) > 0
                 PERFORM 800-FIGURE-SLOT-STATISTICS
              END-IF
           END-PERFORM

           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > IA-BLOCK-MAX-TESTS
              IF SS-COUNT(SUB) > 0
                 ADD 1 TO IA-TESTS-ANALYZED
                 PERFORM 850-CHECK-SLOT-FLAGS
                 PERFORM 950-PRINT-SLOT-LINE
              ELSE
                 MOVE SUB TO INT-TEST-NUMBER
                 WRITE ITEM-REPORT-LINE FROM ITEM-NO-TAKERS-LINE
              END-IF
           END-PERFORM
           .

       950-PRINT-SLOT-LINE.
           MOVE SUB              TO IDL-TEST-NUMBER
           MOVE SS-COUNT(SUB)    TO IDL-COUNT
           MOVE SS-MEAN(SUB)     TO IDL-MEAN
           MOVE SS-MEDIAN(SUB)   TO IDL-MEDIAN
           MOVE SS-STD-DEV(SUB)  TO IDL-STD-DEV
           PERFORM VARYING BAND-SUB FROM 1 BY 1 UNTIL BAND-SUB > 10
              MOVE SS-BAND-COUNT(SUB, BAND-SUB)
                                 TO IDL-BAND-COUNT(BAND-SUB)
           END-PERFORM
           MOVE IA-FLAG-TEXT     TO IDL-FLAGS
           WRITE ITEM-REPORT-LINE FROM ITEM-DETAIL-LINE
           .

       1100-END-OF-JOB-ROUTINE.
      *  FORCE THE LAST BLOCK OUT - AN EMPTY STREAM HAS NO BLOCK IN
      *  PROGRESS.
           IF FIRST-RECORD = 'NO'
              PERFORM 900-BLOCK-BREAK
           END-IF

           MOVE IA-RECORDS-READ    TO ITL-READ
           MOVE IA-RECORDS-SKIPPED TO ITL-SKIPPED
           MOVE IA-BLOCK-COUNT     TO ITL-BLOCKS
           MOVE IA-TESTS-ANALYZED  TO ITL-TESTS
           MOVE IA-TESTS-FLAGGED   TO ITL-FLAGGED
           WRITE ITEM-REPORT-LINE FROM BLANK-LINE
           WRITE ITEM-REPORT-LINE FROM ITEM-TOTALS-LINE
           IF IA-RECORDS-SKIPPED > 0
              WRITE ITEM-REPORT-LINE FROM ITEM-SKIP-NOTE-LINE
           END-IF
           .

       1200-FINAL-ROUTINE.
           CLOSE STUDENT-FILE
           CLOSE ITEM-REPORT-FILE

           IF IA-TESTS-FLAGGED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN
           .
