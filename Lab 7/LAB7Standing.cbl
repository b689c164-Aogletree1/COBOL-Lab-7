      *          REPORT USES; ITS PROBATION AVERAGE (COLS 1-3) IS
      *          THE BAD-TERM LINE HERE TOO, SO ADVISING AND THE
      *          COMMITTEE WORK FROM ONE NUMBER.
      *          CATALOG - THE COURSE CATALOG (CREDIT HOURS AND
      *          GRADED/NON-GRADED PER DEPT/CLASS - LAYOUT IN
      *          LAB7TRANSCRIPT).  OPTIONAL; AN UNLISTED CLASS
      *          COUNTS AS A 3-CREDIT GRADED CLASS.  ITS REPEAT
      *          POLICY (COL 13) DECIDES WHETHER A LATER ATTEMPT AT
      *          A CLASS REPLACES AN EARLIER ONE IN THE CUMULATIVE
      *          CREDITS AND GPA - SEE 470-MARK-SUPERSEDED-ATTEMPTS.
      *          GRADSCAL - THE PER-CLASS GRADE-SCALE TABLE, READ
      *          ONLY FOR ITS PASS/FAIL FLAG: A PASS/FAIL CLASS
      *          COUNTS CREDITS BUT STAYS OUT OF THE GPA.
      *******
      *  OUTPUT: STANDRPT - ONE LINE PER STUDENT: TERMS ON FILE,
      *          LATEST TERM AND ITS AVERAGE, CURRENT STANDING, AND
      *          THE CREDIT-WEIGHTED FIGURES - CUMULATIVE ATTEMPTED
      *          AND EARNED CREDITS AND QUALITY POINTS, THE LATEST
      *          TERM'S GPA AND THE CUMULATIVE GPA ON THE 4.0 SCALE.
      *          SAME CREDIT RULES AS THE TRANSCRIPT: W'S ATTEMPT
      *          THEIR HOURS BUT EARN NOTHING AND STAY OUT OF THE
      *          GPA, AS DO PASS/FAIL AND NON-GRADED CLASSES.  AN
      *          ATTEMPT REPLACED BY A LATER REPEAT STAYS IN ITS
      *          TERM'S AVERAGE (THE TERM STILL HAPPENED) BUT IS
      *          LEFT OUT OF THE CUMULATIVE FIGURES; THE TOTALS LINE
      *          COUNTS HOW MANY WERE LEFT OUT.
      *********************************************
       ENVIRONMENT DIVISION.
      *
           SELECT STANDING-REPORT-FILE
               ASSIGN TO "STANDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT COURSE-CATALOG-FILE
               ASSIGN TO "CATALOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.
      *
           SELECT GRADE-SCALE-FILE
               ASSIGN TO "GRADSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCALE-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 110 CHARACTERS.
      *
       01  STANDING-REPORT-LINE             PIC X(110).
      *
      *  MUST MATCH COURSE-CATALOG-RECORD IN LAB7TRANSCRIPT.
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
      *  MUST MATCH GRADE-SCALE-RECORD IN LAB7MULTIBREAK.
       FD  GRADE-SCALE-FILE
           RECORD CONTAINS 18 CHARACTERS.
      *
       01  GRADE-SCALE-RECORD.
           05  GSR-CLASS-CODE               PIC X(5).
           05  GSR-A-CUTOFF                 PIC 999.
           05  GSR-B-CUTOFF                 PIC 999.
           05  GSR-C-CUTOFF                 PIC 999.
           05  GSR-D-CUTOFF                 PIC 999.
           05  GSR-PASS-FAIL                PIC X.
      *
       WORKING-STORAGE SECTION.
      *
           05  WS-THRESHOLD-FILE-STATUS    PIC XX      VALUE '00'.
           05  WS-SAME-STUDENT             PIC X       VALUE 'N'.
           05  WS-TERM-ALREADY-NOTED       PIC X       VALUE 'N'.
           05  WS-CATALOG-FILE-STATUS      PIC XX      VALUE '00'.
           05  WS-SCALE-FILE-STATUS        PIC XX      VALUE '00'.
      *
      *  THE BAD-TERM LINE - DEFAULT MATCHES THE AT-RISK REPORT'S
      *  COMPILED PROBATION AVERAGE SO BOTH REPORTS AGREE WHEN THE
      *    STANDING LINE, SO THE OUTER SWEEP DOESN'T START A SECOND
      *    LINE FOR THE SAME STUDENT.
               10  AT-PROCESSED             PIC X.
      *    'Y' WHEN A LATER REPEAT OF THE SAME CLASS BY THE SAME
      *    STUDENT REPLACES THIS ATTEMPT - SEE 470-.
               10  AT-SUPERSEDED            PIC X.
      *
      *  WORK FIELDS FOR THE REPEAT SWEEP - SAME RULES AS
      *  LAB7TRANSCRIPT'S 297-.
       01  REPEAT-WORK-FIELDS.
           05  RP-EARLIER-SUB               PIC S9(5)   VALUE +0.
           05  RP-LATER-SUB                 PIC S9(5)   VALUE +0.
           05  RP-REPEAT-POLICY             PIC X       VALUE 'R'.
           05  RP-SAME-STUDENT              PIC X       VALUE 'N'.
      *    TERM CODES ARE SEASON + YEAR ('SP26', 'FA25'), WHICH DO
      *    NOT SORT IN TERM ORDER AS THEY STAND (SP25 IS BEFORE
      *    FA25), SO WHICH ATTEMPT IS LATER IS DECIDED ON A
      *    YEAR/SEASON KEY - SEE 485-FIGURE-TERM-KEY.
           05  RP-TERM-IN                   PIC X(4)    VALUE SPACES.
           05  RP-TERM-IN-PARTS REDEFINES RP-TERM-IN.
               10  RP-TERM-SEASON           PIC X(2).
               10  RP-TERM-YEAR             PIC X(2).
           05  RP-TERM-KEY.
               10  RP-KEY-YEAR              PIC X(2).
               10  RP-KEY-SEASON            PIC X.
               10  RP-KEY-CODE              PIC X(4).
           05  RP-EARLIER-KEY               PIC X(7)    VALUE SPACES.
           05  RP-EXCLUDED-COUNT            PIC S9(5)   VALUE +0.
      *
      *  THE STUDENT UNDER THE SWEEP AND THEIR TERMS, OLDEST FIRST.
      *  TWELVE TERM SLOTS COVERS A SIX-YEAR STUDENT WITH ROOM TO
               10  ST-CLASS-COUNT           PIC S999.
               10  ST-AVERAGE-TOTAL         PIC S9(7)V99.
               10  ST-TERM-AVERAGE          PIC S9(5)V99.
               10  ST-GPA-CREDITS           PIC S999.
               10  ST-QUALITY-POINTS        PIC S9(5).
      *
      *  THE STUDENT'S CUMULATIVE CREDIT FIGURES.  KEPT APART FROM
      *  THE TERM SLOTS BECAUSE A W STILL ATTEMPTS ITS HOURS WHILE
      *  STAYING OUT OF THE TERMS, AND A TERM PAST THE TWELVE-SLOT
      *  CAP STILL COUNTS TOWARD THE CUMULATIVE GPA.
       01  CUMULATIVE-FIELDS.
           05  CU-ATTEMPTED-CREDITS         PIC S9(4)   VALUE +0.
           05  CU-EARNED-CREDITS            PIC S9(4)   VALUE +0.
           05  CU-GPA-CREDITS               PIC S9(4)   VALUE +0.
           05  CU-QUALITY-POINTS            PIC S9(6)   VALUE +0.
      *
      *  THE COURSE CATALOG AND GRADE-SCALE PASS/FAIL FLAGS, TABLED
      *  AT STARTUP - SAME LOADS AND ROW RULES AS LAB7TRANSCRIPT.
       01  CATALOG-DEFAULTS.
           05  CD-CREDIT-HOURS              PIC 99      VALUE 3.
      *
       01  COURSE-CATALOG-TABLE.
           05  CC-COUNT                     PIC S999    VALUE +0.
           05  CATALOG-ENTRY OCCURS 200 TIMES
                                 INDEXED BY CC-IDX.
               10  CC-DEPT-CODE             PIC A(4).
               10  CC-CLASS-CODE            PIC X(5).
               10  CC-CREDIT-HOURS          PIC 99.
               10  CC-GRADED-FLAG           PIC X.
               10  CC-REPEAT-POLICY         PIC X.
      *
       01  GRADE-SCALE-TABLE.
           05  GS-COUNT                     PIC S999    VALUE +0.
           05  GRADE-SCALE-ENTRY OCCURS 50 TIMES
                                 INDEXED BY GS-IDX.
               10  GS-CLASS-CODE            PIC X(5).
               10  GS-PASS-FAIL             PIC X.
      *
      *  ONE CLASS'S CREDIT/GPA CONTRIBUTION - FILLED IN BY
      *  745-FIGURE-CLASS-CREDITS.
       01  CREDIT-WORK-FIELDS.
           05  CW-DEPT-CODE                 PIC A(4)    VALUE SPACES.
           05  CW-CLASS-CODE                PIC X(5)    VALUE SPACES.
           05  CW-GRADE                     PIC X       VALUE SPACE.
           05  CW-CREDIT-HOURS              PIC 99      VALUE 0.
           05  CW-GRADED-FLAG               PIC X       VALUE 'G'.
           05  CW-PASS-FAIL                 PIC X       VALUE 'N'.
           05  CW-ATTEMPTED                 PIC S99     VALUE +0.
           05  CW-EARNED                    PIC S99     VALUE +0.
           05  CW-GPA-CREDITS               PIC S99     VALUE +0.
           05  CW-QUALITY-POINTS            PIC S999    VALUE +0.
      *
       01  SWEEP-FIELDS.
           05  SW-OUTER-SUB                 PIC S9(5)   VALUE +0.
           05                              PIC X(6)  VALUE 'LAST'.
           05                              PIC X(10) VALUE 'LAST AVG'.
           05                              PIC X(22) VALUE 'STANDING'.
           05                              PIC X(4)  VALUE 'DEAN'.
           05                              PIC X(6)  VALUE ' ATT'.
           05                              PIC X(6)  VALUE ' ERN'.
           05                              PIC X(6)  VALUE '  QP'.
           05                              PIC X(6)  VALUE 'TGPA'.
           05                              PIC X(4)  VALUE 'CGPA'.
      *
       01  STANDING-DETAIL-LINE.
           05  SDL-STUDENT-ID              PIC X(9).
           05  SDL-STANDING                PIC X(20).
           05                              PIC X(2)  VALUE SPACES.
           05  SDL-DEAN-TERMS              PIC ZZ9.
           05                              PIC X(2)  VALUE SPACES.
           05  SDL-ATTEMPTED-CREDITS       PIC ZZZ9.
           05                              PIC X(2)  VALUE SPACES.
           05  SDL-EARNED-CREDITS          PIC ZZZ9.
           05                              PIC X(2)  VALUE SPACES.
           05  SDL-QUALITY-POINTS          PIC ZZZ9.
           05                              PIC X(2)  VALUE SPACES.
           05  SDL-TERM-GPA                PIC 9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  SDL-CUM-GPA                 PIC 9.99.
      *
       01  STANDING-OVERFLOW-LINE.
           05                              PIC X(26) VALUE
           05                              PIC X(18) VALUE
                                           'STUDENTS REPORTED:'.
           05  STL-STUDENT-COUNT           PIC ZZZZ9.
      *
       01  STANDING-REPEAT-LINE.
           05                              PIC X(43) VALUE
                       'REPEATED ATTEMPTS EXCLUDED FROM CUMULATIVE:'.
           05                              PIC X(1)  VALUE SPACES.
           05  SRL-EXCLUDED-COUNT          PIC ZZZZ9.
      *
       01  BLANK-LINE                      PIC X(110) VALUE SPACES.
      *
       100-PRINT-STANDING-REPORT.
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 400-LOAD-ARCHIVE-TABLE
           PERFORM 470-MARK-SUPERSEDED-ATTEMPTS
           PERFORM 700-SWEEP-STUDENTS
           PERFORM 1200-FINAL-ROUTINE
           .
                OUTPUT STANDING-REPORT-FILE

           PERFORM 250-LOAD-THRESHOLDS
           PERFORM 255-LOAD-GRADE-SCALE-TABLE
           PERFORM 265-LOAD-COURSE-CATALOG

           MOVE SG-PROBATION-AVG  TO HSG-PROBATION-AVG
           MOVE SG-DEANS-LIST-AVG TO HSG-DEANS-LIST-AVG
           END-IF
           .

       255-LOAD-GRADE-SCALE-TABLE.
      *  ONLY THE PASS/FAIL ROWS MATTER HERE, AND ONLY ONES THE MAIN
      *  REPORT'S 257- WOULD ACCEPT (A USABLE D CUTOFF) - A ROW IT
      *  REJECTS NEVER GRADED ANYONE PASS/FAIL.
           OPEN INPUT GRADE-SCALE-FILE

           IF WS-SCALE-FILE-STATUS = '00'
              PERFORM UNTIL WS-SCALE-FILE-STATUS NOT = '00'
                 READ GRADE-SCALE-FILE
                    AT END
                       MOVE '10' TO WS-SCALE-FILE-STATUS
                    NOT AT END
                       IF GS-COUNT < 50
                          AND GSR-CLASS-CODE NOT = SPACES
                          AND GSR-PASS-FAIL = 'P'
                          AND GSR-D-CUTOFF NUMERIC
                          AND GSR-D-CUTOFF >= 1
                          AND GSR-D-CUTOFF <= 100
                          ADD 1 TO GS-COUNT
                          SET GS-IDX TO GS-COUNT
                          MOVE GSR-CLASS-CODE TO GS-CLASS-CODE(GS-IDX)
                          MOVE 'P'            TO GS-PASS-FAIL(GS-IDX)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GRADE-SCALE-FILE
           END-IF
           .

       265-LOAD-COURSE-CATALOG.
      *  SAME OPTIONAL LOAD AND ROW RULES AS LAB7TRANSCRIPT'S 265-.
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
              IF CCR-REPEAT-POLICY = 'A'
                 MOVE 'A' TO CC-REPEAT-POLICY(CC-IDX)
              ELSE
                 MOVE 'R' TO CC-REPEAT-POLICY(CC-IDX)
              END-IF
           END-IF
           .

       400-LOAD-ARCHIVE-TABLE.
           PERFORM UNTIL NO-MORE-DATA
               READ RESULTS-ARCHIVE-FILE
                MOVE RA-GRADE      TO AT-GRADE(AT-IDX)
                MOVE RA-RUN-DATE   TO AT-RUN-DATE(AT-IDX)
                MOVE 'N'           TO AT-PROCESSED(AT-IDX)
                MOVE 'N'           TO AT-SUPERSEDED(AT-IDX)

             WHEN OTHER
                ADD 1 TO AT-OVERFLOW-COUNT
           END-EVALUATE
           .

       470-MARK-SUPERSEDED-ATTEMPTS.
      *  AN ATTEMPT IS SUPERSEDED WHEN THE SAME STUDENT TOOK THE
      *  SAME DEPT/CLASS AGAIN IN A LATER TERM AND THE CATALOG'S
      *  REPEAT POLICY FOR IT IS REPLACE.  LATER MEANS A LATER TERM
      *  (SEE 485-FIGURE-TERM-KEY), NOT LATER ON THE ARCHIVE - A
      *  LATE-POSTED OR RE-RUN OLDER TERM IS APPENDED AFTER NEWER
      *  ONES AND MUST NOT REPLACE THEM.  A W NEITHER REPLACES AN
      *  EARLIER GRADE NOR IS REPLACED.  IDENTICAL TO LAB7TRANSCRIPT'S
      *  297- SO BOTH REPORTS SHOW THE SAME CUMULATIVE GPA.
           PERFORM VARYING RP-EARLIER-SUB FROM 1 BY 1
                   UNTIL RP-EARLIER-SUB > AT-COUNT
              IF AT-GRADE(RP-EARLIER-SUB) NOT = 'W'
                 MOVE AT-DEPT-CODE(RP-EARLIER-SUB)  TO CW-DEPT-CODE
                 MOVE AT-CLASS-CODE(RP-EARLIER-SUB) TO CW-CLASS-CODE
                 PERFORM 475-FIND-REPEAT-POLICY
                 IF RP-REPEAT-POLICY = 'R'
                    MOVE AT-TERM-CODE(RP-EARLIER-SUB) TO RP-TERM-IN
                    PERFORM 485-FIGURE-TERM-KEY
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
                          PERFORM 485-FIGURE-TERM-KEY
                          IF RP-TERM-KEY > RP-EARLIER-KEY
                             PERFORM 480-CHECK-SAME-ATTEMPT-STUDENT
                             IF RP-SAME-STUDENT = 'Y'
                                MOVE 'Y' TO
                                     AT-SUPERSEDED(RP-EARLIER-SUB)
                                ADD 1 TO RP-EXCLUDED-COUNT
                             END-IF
                          END-IF
                       END-IF
                    END-PERFORM
                 END-IF
              END-IF
           END-PERFORM
           .

       475-FIND-REPEAT-POLICY.
      *  AN UNLISTED CLASS REPLACES, SAME AS A BLANK CATALOG COLUMN.
           MOVE 'R' TO RP-REPEAT-POLICY
           PERFORM VARYING CC-IDX FROM 1 BY 1 UNTIL CC-IDX > CC-COUNT
              IF CC-DEPT-CODE(CC-IDX)  = CW-DEPT-CODE
                 AND CC-CLASS-CODE(CC-IDX) = CW-CLASS-CODE
                 MOVE CC-REPEAT-POLICY(CC-IDX) TO RP-REPEAT-POLICY
              END-IF
           END-PERFORM
           .

       480-CHECK-SAME-ATTEMPT-STUDENT.
      *  SAME MATCH RULE AS 730-, BETWEEN TWO ARCHIVE ENTRIES.
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

       485-FIGURE-TERM-KEY.
      *  THE ORDER KEY FOR TERM CODE RP-TERM-IN: THE YEAR, THEN THE
      *  SEASON IN CALENDAR ORDER (WI, SP, SU, FA), THEN THE CODE
      *  ITSELF.  A CODE WITHOUT A NUMERIC YEAR SORTS AFTER EVERY
      *  DATED TERM, ON THE CODE ALONE.  IDENTICAL TO LAB7REPEAT'S
      *  485- AND LAB7TRANSCRIPT'S 296-.
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

       700-SWEEP-STUDENTS.
      *  OUTER SWEEP: THE FIRST UNPROCESSED ENTRY NAMES THE NEXT
      *  STUDENT; THE TERM-GATHER PASS THEN PULLS EVERY ENTRY FOR
           MOVE SW-STUDENT-COUNT TO STL-STUDENT-COUNT
           WRITE STANDING-REPORT-LINE FROM BLANK-LINE
           WRITE STANDING-REPORT-LINE FROM STANDING-TOTALS-LINE

           IF RP-EXCLUDED-COUNT > 0
              MOVE RP-EXCLUDED-COUNT TO SRL-EXCLUDED-COUNT
              WRITE STANDING-REPORT-LINE FROM STANDING-REPEAT-LINE
           END-IF
           .

       720-BUILD-STUDENT-TERMS.
      *  CLASS AVERAGES WITHIN EACH TERM (EACH CLASS WEIGHTED
      *  EQUALLY, SAME AS THE TRANSCRIPT'S TERM AVERAGE).
           MOVE ZEROS TO ST-COUNT
           MOVE ZEROS TO CU-ATTEMPTED-CREDITS
           MOVE ZEROS TO CU-EARNED-CREDITS
           MOVE ZEROS TO CU-GPA-CREDITS
           MOVE ZEROS TO CU-QUALITY-POINTS

           PERFORM VARYING SW-INNER-SUB FROM SW-OUTER-SUB BY 1
                   UNTIL SW-INNER-SUB > AT-COUNT
      *  IS NOT AN ACADEMIC RESULT - ITS PARTIAL-SCORE AVERAGE
      *  MUST NOT DRAG A TERM UNDER THE PROBATION LINE, SO THE
      *  RECORD IS LEFT OUT OF THE TERM ENTIRELY (A TERM OF
      *  NOTHING BUT W'S DOESN'T COUNT AS A TERM AT ALL).  ITS
      *  HOURS STILL COUNT AS ATTEMPTED IN THE CUMULATIVE CREDITS.
      *
      *  AN ATTEMPT A LATER REPEAT REPLACED IS THE REVERSE: IT STAYS
      *  IN ITS TERM BUT NOT IN THE CUMULATIVE CREDITS.
           MOVE AT-DEPT-CODE(SW-INNER-SUB)  TO CW-DEPT-CODE
           MOVE AT-CLASS-CODE(SW-INNER-SUB) TO CW-CLASS-CODE
           MOVE AT-GRADE(SW-INNER-SUB)      TO CW-GRADE
           PERFORM 745-FIGURE-CLASS-CREDITS

           IF AT-SUPERSEDED(SW-INNER-SUB) NOT = 'Y'
              ADD CW-ATTEMPTED      TO CU-ATTEMPTED-CREDITS
              ADD CW-EARNED         TO CU-EARNED-CREDITS
              ADD CW-GPA-CREDITS    TO CU-GPA-CREDITS
              ADD CW-QUALITY-POINTS TO CU-QUALITY-POINTS
           END-IF

           IF AT-GRADE(SW-INNER-SUB) NOT = 'W'
              PERFORM 750-ROLL-INTO-TERM-SLOT
           END-IF
           .

       745-FIGURE-CLASS-CREDITS.
      *  IDENTICAL RULES TO LAB7TRANSCRIPT'S 740- SO THE TWO REPORTS
      *  SHOW THE SAME GPA FOR THE SAME STUDENT.  EVERY CLASS
      *  ATTEMPTS ITS CATALOG HOURS; ANY GRADE BUT F OR W EARNS
      *  THEM.  ONLY A GRADED, NON-PASS/FAIL CLASS WITH A LETTER
      *  A-F GOES INTO THE GPA AT 4/3/2/1/0 POINTS PER HOUR.
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

       750-ROLL-INTO-TERM-SLOT.
           MOVE ZEROS TO SW-TERM-SUB
           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-COUNT
              MOVE ZEROS TO ST-CLASS-COUNT(SW-TERM-SUB)
              MOVE ZEROS TO ST-AVERAGE-TOTAL(SW-TERM-SUB)
              MOVE ZEROS TO ST-TERM-AVERAGE(SW-TERM-SUB)
              MOVE ZEROS TO ST-GPA-CREDITS(SW-TERM-SUB)
              MOVE ZEROS TO ST-QUALITY-POINTS(SW-TERM-SUB)
           END-IF

           IF SW-TERM-SUB > 0
              ADD 1 TO ST-CLASS-COUNT(SW-TERM-SUB)
              ADD AT-AVERAGE(SW-INNER-SUB) TO
                  ST-AVERAGE-TOTAL(SW-TERM-SUB)
              ADD CW-GPA-CREDITS TO ST-GPA-CREDITS(SW-TERM-SUB)
              ADD CW-QUALITY-POINTS TO
                  ST-QUALITY-POINTS(SW-TERM-SUB)
           END-IF
           .

              SET ST-IDX TO ST-COUNT
              MOVE ST-TERM-CODE(ST-IDX)    TO SDL-LAST-TERM
              MOVE ST-TERM-AVERAGE(ST-IDX) TO SDL-LAST-AVERAGE
              IF ST-GPA-CREDITS(ST-IDX) > 0
                 COMPUTE SDL-TERM-GPA ROUNDED =
                         ST-QUALITY-POINTS(ST-IDX) /
                         ST-GPA-CREDITS(ST-IDX)
              ELSE
                 MOVE ZEROS TO SDL-TERM-GPA
              END-IF
           ELSE
              MOVE SPACES TO SDL-LAST-TERM
              MOVE ZEROS  TO SDL-LAST-AVERAGE
              MOVE ZEROS  TO SDL-TERM-GPA
           END-IF

           MOVE CU-ATTEMPTED-CREDITS TO SDL-ATTEMPTED-CREDITS
           MOVE CU-EARNED-CREDITS    TO SDL-EARNED-CREDITS
           MOVE CU-QUALITY-POINTS    TO SDL-QUALITY-POINTS
           IF CU-GPA-CREDITS > 0
              COMPUTE SDL-CUM-GPA ROUNDED =
                      CU-QUALITY-POINTS / CU-GPA-CREDITS
           ELSE
              MOVE ZEROS TO SDL-CUM-GPA
           END-IF

           WRITE STANDING-REPORT-LINE FROM STANDING-DETAIL-LINE
