       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LAB7REPEAT.
       AUTHOR.         AUSTIN OGLETREE.
      *************************************************
      *      COURSE REPEAT REPORT
      *
      *    READS THE PERMANENT RESULTS ARCHIVE AND LISTS EVERY
      *    STUDENT WHO HAS TAKEN THE SAME DEPT/CLASS IN MORE THAN
      *    ONE TERM - ONE LINE PER STUDENT PER REPEATED CLASS, WITH
      *    EACH ATTEMPT'S TERM AND GRADE IN THE ORDER TAKEN.  A
      *    STUDENT PAST THE CATALOG'S ATTEMPT LIMIT FOR THE CLASS IS
      *    FLAGGED 'OVER LIMIT' SO THE ADVISING OFFICE CAN REACH
      *    THEM BEFORE THEY REGISTER FOR IT AGAIN.
      *
      *    AN ATTEMPT A LATER REPEAT REPLACES IN THE CUMULATIVE GPA
      *    (THE CATALOG'S REPEAT POLICY - SEE LAB7TRANSCRIPT'S
      *    297-) IS MARKED '*'.  THE RULES ARE THE SAME ONES THE
      *    TRANSCRIPT AND THE STANDING REPORT APPLY:
      *      - A LATER ATTEMPT IS ONE IN A LATER TERM (YEAR, THEN
      *        SEASON - SEE 485-FIGURE-TERM-KEY), WHEREVER IT SITS
      *        ON THE ARCHIVE; A TERM RE-RUN WITH FORCE COUNTS
      *        ONCE, WITH ITS LATEST RUN DATE.
      *      - A W COUNTS AS AN ATTEMPT AGAINST THE LIMIT, BUT
      *        NEITHER REPLACES AN EARLIER GRADE NOR IS REPLACED.
      *      - STUDENTS ARE MATCHED ON ID, FALLING BACK TO THE
      *        NAME WHEN EITHER RECORD HAS A BLANK ID.
      *******
      *  INPUT:  RESARCH  - 54-COL ARCHIVED RESULTS RECORDS (SEE
      *          LAB7STANDING).  NO ARCHIVE IS NOT AN ERROR - THE
      *          REPORT JUST LISTS NOBODY.
      *          CATALOG - THE COURSE CATALOG (LAYOUT IN
      *          LAB7TRANSCRIPT), READ FOR THE REPEAT POLICY (COL
      *          13) AND ATTEMPT LIMIT (COL 14).  OPTIONAL; AN
      *          UNLISTED CLASS, OR A BLANK OR ZERO LIMIT, ALLOWS
      *          3 ATTEMPTS WITH THE LATEST REPLACING EARLIER ONES.
      *******
      *  OUTPUT: REPTRPT  - THE REPEAT REPORT.
      *******
      *  RETURN CODE: 0 NOBODY OVER A LIMIT, 4 IF ANY STUDENT IS
      *          OVER THE ATTEMPT LIMIT FOR A CLASS.
      *********************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT RESULTS-ARCHIVE-FILE
               ASSIGN TO "RESARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
      *
           SELECT COURSE-CATALOG-FILE
               ASSIGN TO "CATALOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.
      *
           SELECT REPEAT-REPORT-FILE
               ASSIGN TO "REPTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
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
       FD  REPEAT-REPORT-FILE
           RECORD CONTAINS 130 CHARACTERS.
      *
       01  REPEAT-REPORT-LINE               PIC X(130).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X       VALUE ' '.
               88 NO-MORE-DATA                         VALUE 'N'.
               88 MORE-RECORDS                         VALUE 'Y'.
           05  WS-ARCHIVE-FILE-STATUS      PIC XX      VALUE '00'.
           05  WS-CATALOG-FILE-STATUS      PIC XX      VALUE '00'.
           05  WS-SAME-STUDENT             PIC X       VALUE 'N'.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.
      *
      *  THE LIMIT FOR A CLASS THE CATALOG DOESN'T LIST, OR LISTS
      *  WITH A BLANK OR ZERO LIMIT.
       01  CATALOG-DEFAULTS.
           05  CD-ATTEMPT-LIMIT             PIC 9       VALUE 3.
      *
       01  COURSE-CATALOG-TABLE.
           05  CC-COUNT                     PIC S999    VALUE +0.
           05  CATALOG-ENTRY OCCURS 200 TIMES
                                 INDEXED BY CC-IDX.
               10  CC-DEPT-CODE             PIC A(4).
               10  CC-CLASS-CODE            PIC X(5).
               10  CC-REPEAT-POLICY         PIC X.
               10  CC-ATTEMPT-LIMIT         PIC 9.
      *
      *  THE WHOLE ARCHIVE, TABLED THE SAME WAY AS LAB7STANDING'S -
      *  SIZED FOR 2000 RESULTS, OVERFLOW COUNTED AND FLAGGED ON
      *  THE REPORT RATHER THAN SILENTLY DROPPED.
       01  ARCHIVE-TABLE.
           05  AT-COUNT                     PIC S9(5)   VALUE +0.
           05  AT-OVERFLOW-COUNT            PIC S9(5)   VALUE +0.
           05  ARCHIVE-ENTRY OCCURS 2000 TIMES
                                 INDEXED BY AT-IDX.
               10  AT-TERM-CODE             PIC X(4).
               10  AT-DEPT-CODE             PIC A(4).
               10  AT-CLASS-CODE            PIC X(5).
               10  AT-STUDENT-ID            PIC X(9).
               10  AT-NAME                  PIC X(20).
               10  AT-GRADE                 PIC X.
               10  AT-RUN-DATE              PIC 9(6).
      *    'Y' ONCE THE ENTRY HAS BEEN GATHERED INTO A STUDENT/CLASS
      *    GROUP, SO THE OUTER SWEEP DOESN'T START A SECOND ONE.
               10  AT-PROCESSED             PIC X.
      *    'Y' WHEN A LATER REPEAT REPLACES THIS ATTEMPT - SEE 470-.
               10  AT-SUPERSEDED            PIC X.
      *
      *  WORK FIELDS FOR THE REPEAT SWEEP - SAME RULES AS
      *  LAB7TRANSCRIPT'S 297-.
       01  REPEAT-WORK-FIELDS.
           05  RP-EARLIER-SUB               PIC S9(5)   VALUE +0.
           05  RP-LATER-SUB                 PIC S9(5)   VALUE +0.
           05  RP-DEPT-CODE                 PIC A(4)    VALUE SPACES.
           05  RP-CLASS-CODE                PIC X(5)    VALUE SPACES.
           05  RP-REPEAT-POLICY             PIC X       VALUE 'R'.
           05  RP-ATTEMPT-LIMIT             PIC 9       VALUE 3.
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
      *
      *  THE STUDENT/CLASS GROUP UNDER THE SWEEP.  SIX ATTEMPTS ARE
      *  SHOWN ON THE LINE; ANY BEYOND THAT ARE STILL COUNTED.
       01  SWEEP-FIELDS.
           05  SW-OUTER-SUB                 PIC S9(5)   VALUE +0.
           05  SW-INNER-SUB                 PIC S9(5)   VALUE +0.
           05  SW-STUDENT-ID                PIC X(9)    VALUE SPACES.
           05  SW-NAME                      PIC X(20)   VALUE SPACES.
           05  SW-ATTEMPT-COUNT             PIC S99     VALUE +0.
      *    WHERE 740- SLOTS EACH ATTEMPT SO THE LINE READS IN TERM
      *    ORDER - THE ARCHIVE ITSELF IS IN RUN ORDER.
           05  SW-NEW-KEY                   PIC X(7)    VALUE SPACES.
           05  SW-SHOWN                     PIC S99     VALUE +0.
           05  SW-SLOT                      PIC S99     VALUE +0.
           05  SW-SHIFT-SUB                 PIC S99     VALUE +0.
           05  SW-FROM-SUB                  PIC S99     VALUE +0.
      *
       01  REPEAT-COUNTERS.
           05  RC-LINES-WRITTEN             PIC S9(5)   VALUE +0.
           05  RC-OVER-LIMIT                PIC S9(5)   VALUE +0.
           05  RC-REPLACED                  PIC S9(5)   VALUE +0.
      *
      ********************OUTPUT AREA*********************************
      *
       01  HEADING-REPEAT-1.
           05                              PIC X(22) VALUE
                                           'COURSE REPEAT REPORT'.
           05                              PIC X(10) VALUE 'RUN DATE: '.
           05  HR1-MONTH                   PIC 99.
           05                              PIC X     VALUE '/'.
           05  HR1-DAY                     PIC 99.
           05                              PIC X     VALUE '/'.
           05  HR1-YEAR                    PIC 99.
      *
       01  HEADING-REPEAT-COLS.
           05                              PIC X(11) VALUE 'STUDENT ID'.
           05                              PIC X(22) VALUE 'NAME'.
           05                              PIC X(6)  VALUE 'DEPT'.
           05                              PIC X(7)  VALUE 'CLASS'.
           05                              PIC X(5)  VALUE 'TRIES'.
           05                              PIC X(7)  VALUE ' LIMIT'.
           05                              PIC X(9)  VALUE 'POLICY'.
           05                              PIC X(50) VALUE
               'ATTEMPTS (TERM GRADE, OLDEST FIRST)'.
      *
       01  REPEAT-DETAIL-LINE.
           05  RDL-STUDENT-ID              PIC X(9).
           05                              PIC X(2)  VALUE SPACES.
           05  RDL-NAME                    PIC X(20).
           05                              PIC X(2)  VALUE SPACES.
           05  RDL-DEPT-CODE               PIC A(4).
           05                              PIC X(2)  VALUE SPACES.
           05  RDL-CLASS-CODE              PIC X(5).
           05                              PIC X(2)  VALUE SPACES.
           05  RDL-ATTEMPT-COUNT           PIC ZZ9.
           05                              PIC X(4)  VALUE SPACES.
           05  RDL-ATTEMPT-LIMIT           PIC 9.
           05                              PIC X(2)  VALUE SPACES.
           05  RDL-POLICY                  PIC X(7).
           05                              PIC X(2)  VALUE SPACES.
           05  RDL-ATTEMPT OCCURS 6 TIMES.
               10  RDL-TERM-CODE           PIC X(4).
               10                          PIC X(1).
               10  RDL-GRADE               PIC X.
               10  RDL-REPLACED-MARK       PIC X.
               10                          PIC X(1).
           05                              PIC X(2)  VALUE SPACES.
           05  RDL-LIMIT-FLAG              PIC X(10).
      *
       01  REPEAT-OVERFLOW-LINE.
           05                              PIC X(26) VALUE
                               'ARCHIVE RECORDS NOT SHOWN:'.
           05                              PIC X(1)  VALUE SPACES.
           05  ROL-OVERFLOW-COUNT          PIC ZZZZ9.
           05                              PIC X(30) VALUE
               ' (ARCHIVE TABLE IS FULL)'.
      *
       01  REPEAT-TOTALS-LINE.
           05                              PIC X(26) VALUE
                                           'REPEATED CLASSES LISTED: '.
           05  RTL-LINES-WRITTEN           PIC ZZZZ9.
           05                              PIC X(16) VALUE
                                           '   OVER LIMIT: '.
           05  RTL-OVER-LIMIT              PIC ZZZZ9.
           05                              PIC X(29) VALUE
                                  '   ATTEMPTS REPLACED IN GPA: '.
           05  RTL-REPLACED                PIC ZZZZ9.
      *
       01  REPEAT-LEGEND-LINE.
           05                              PIC X(52) VALUE
               '* = REPLACED BY A LATER ATTEMPT - LEFT OUT OF THE CU'.
           05                              PIC X(18) VALUE
               'MULATIVE GPA.'.
      *
       01  BLANK-LINE                      PIC X(130) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       100-REPORT-REPEATS.
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 400-LOAD-ARCHIVE-TABLE
           PERFORM 470-MARK-SUPERSEDED-ATTEMPTS
           PERFORM 700-SWEEP-ATTEMPTS
           PERFORM 1100-END-OF-JOB-ROUTINE
           PERFORM 1200-FINAL-ROUTINE
           .

       200-HSKPING-ROUTINE.
           OPEN INPUT  RESULTS-ARCHIVE-FILE
                OUTPUT REPEAT-REPORT-FILE

           PERFORM 265-LOAD-COURSE-CATALOG

           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO HR1-MONTH
           MOVE WS-DAY   TO HR1-DAY
           MOVE WS-YEAR  TO HR1-YEAR
           WRITE REPEAT-REPORT-LINE FROM HEADING-REPEAT-1
           WRITE REPEAT-REPORT-LINE FROM BLANK-LINE
           WRITE REPEAT-REPORT-LINE FROM HEADING-REPEAT-COLS

      *  NO ARCHIVE YET IS NOT AN ERROR - NOBODY HAS REPEATED
      *  ANYTHING.
           IF WS-ARCHIVE-FILE-STATUS NOT = '00'
              MOVE 'N' TO EOF-FLAG
           END-IF
           .

       265-LOAD-COURSE-CATALOG.
      *  SAME LOAD AND ROW RULES AS LAB7TRANSCRIPT'S 265-.
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
              IF CCR-REPEAT-POLICY = 'A'
                 MOVE 'A' TO CC-REPEAT-POLICY(CC-IDX)
              ELSE
                 MOVE 'R' TO CC-REPEAT-POLICY(CC-IDX)
              END-IF
              IF CCR-ATTEMPT-LIMIT NUMERIC
                 AND CCR-ATTEMPT-LIMIT > 0
                 MOVE CCR-ATTEMPT-LIMIT TO CC-ATTEMPT-LIMIT(CC-IDX)
              ELSE
                 MOVE CD-ATTEMPT-LIMIT  TO CC-ATTEMPT-LIMIT(CC-IDX)
              END-IF
           END-IF
           .

       400-LOAD-ARCHIVE-TABLE.
           PERFORM UNTIL NO-MORE-DATA
               READ RESULTS-ARCHIVE-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 450-ADD-ARCHIVE-ENTRY
               END-READ
           END-PERFORM
           .

       450-ADD-ARCHIVE-ENTRY.
      *  A FORCE RE-RUN ARCHIVES THE SAME TERM/CLASS/STUDENT MORE
      *  THAN ONCE - IT IS ONE ATTEMPT, WITH THE LATEST RUN DATE'S
      *  GRADE.  SAME RULE AS LAB7STANDING'S 450-.
           MOVE ZEROS TO RP-LATER-SUB
           PERFORM VARYING AT-IDX FROM 1 BY 1 UNTIL AT-IDX > AT-COUNT
              IF AT-TERM-CODE(AT-IDX)  = RA-TERM-CODE
                 AND AT-DEPT-CODE(AT-IDX)  = RA-DEPT-CODE
                 AND AT-CLASS-CODE(AT-IDX) = RA-CLASS-CODE
                 AND AT-NAME(AT-IDX)       = RA-NAME
                 AND AT-STUDENT-ID(AT-IDX) = RA-STUDENT-ID
                 SET RP-LATER-SUB TO AT-IDX
              END-IF
           END-PERFORM

           EVALUATE TRUE
             WHEN RP-LATER-SUB > 0
                SET AT-IDX TO RP-LATER-SUB
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
                MOVE 'N'           TO AT-PROCESSED(AT-IDX)
                MOVE 'N'           TO AT-SUPERSEDED(AT-IDX)

             WHEN OTHER
                ADD 1 TO AT-OVERFLOW-COUNT

           END-EVALUATE
           .

       470-MARK-SUPERSEDED-ATTEMPTS.
      *  IDENTICAL TO LAB7TRANSCRIPT'S 297- AND LAB7STANDING'S 470-,
      *  SO THE '*' HERE MATCHES THE ATTEMPTS THOSE REPORTS LEAVE
      *  OUT OF THE CUMULATIVE GPA.
           PERFORM VARYING RP-EARLIER-SUB FROM 1 BY 1
                   UNTIL RP-EARLIER-SUB > AT-COUNT
              IF AT-GRADE(RP-EARLIER-SUB) NOT = 'W'
                 MOVE AT-DEPT-CODE(RP-EARLIER-SUB)  TO RP-DEPT-CODE
                 MOVE AT-CLASS-CODE(RP-EARLIER-SUB) TO RP-CLASS-CODE
                 PERFORM 475-FIND-CATALOG-RULES
                 IF RP-REPEAT-POLICY = 'R'
                    MOVE AT-TERM-CODE(RP-EARLIER-SUB) TO RP-TERM-IN
                    PERFORM 485-FIGURE-TERM-KEY
                    MOVE RP-TERM-KEY TO RP-EARLIER-KEY
                    PERFORM VARYING RP-LATER-SUB FROM 1 BY 1
                            UNTIL RP-LATER-SUB > AT-COUNT
                               OR AT-SUPERSEDED(RP-EARLIER-SUB) = 'Y'
                       IF AT-DEPT-CODE(RP-LATER-SUB) = RP-DEPT-CODE
                          AND AT-CLASS-CODE(RP-LATER-SUB)
                              = RP-CLASS-CODE
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
                                ADD 1 TO RC-REPLACED
                             END-IF
                          END-IF
                       END-IF
                    END-PERFORM
                 END-IF
              END-IF
           END-PERFORM
           .

       475-FIND-CATALOG-RULES.
      *  AN UNLISTED CLASS REPLACES AND ALLOWS THE DEFAULT LIMIT.
           MOVE 'R'              TO RP-REPEAT-POLICY
           MOVE CD-ATTEMPT-LIMIT TO RP-ATTEMPT-LIMIT
           PERFORM VARYING CC-IDX FROM 1 BY 1 UNTIL CC-IDX > CC-COUNT
              IF CC-DEPT-CODE(CC-IDX)  = RP-DEPT-CODE
                 AND CC-CLASS-CODE(CC-IDX) = RP-CLASS-CODE
                 MOVE CC-REPEAT-POLICY(CC-IDX) TO RP-REPEAT-POLICY
                 MOVE CC-ATTEMPT-LIMIT(CC-IDX) TO RP-ATTEMPT-LIMIT
              END-IF
           END-PERFORM
           .

       480-CHECK-SAME-ATTEMPT-STUDENT.
      *  THE ID WHEN BOTH ENTRIES CARRY ONE, OTHERWISE THE NAME.
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
      *  DATED TERM, ON THE CODE ALONE.  IDENTICAL TO LAB7STANDING'S
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

       700-SWEEP-ATTEMPTS.
      *  OUTER SWEEP: THE FIRST UNPROCESSED ENTRY NAMES THE NEXT
      *  STUDENT/CLASS; THE GATHER PASS PULLS EVERY ATTEMPT AT THE
      *  SAME CLASS BY THE SAME STUDENT FROM THERE ON, LINED UP
      *  OLDEST TERM FIRST BY 740-.  ONLY A GROUP OF TWO OR MORE
      *  ATTEMPTS IS A REPEAT.
           PERFORM VARYING SW-OUTER-SUB FROM 1 BY 1
                   UNTIL SW-OUTER-SUB > AT-COUNT
              IF AT-PROCESSED(SW-OUTER-SUB) = 'N'
                 MOVE AT-STUDENT-ID(SW-OUTER-SUB)  TO SW-STUDENT-ID
                 MOVE AT-NAME(SW-OUTER-SUB)        TO SW-NAME
                 MOVE AT-DEPT-CODE(SW-OUTER-SUB)   TO RP-DEPT-CODE
                 MOVE AT-CLASS-CODE(SW-OUTER-SUB)  TO RP-CLASS-CODE
                 PERFORM 720-GATHER-ATTEMPTS
                 IF SW-ATTEMPT-COUNT > 1
                    PERFORM 780-WRITE-REPEAT-LINE
                 END-IF
              END-IF
           END-PERFORM
           .

       720-GATHER-ATTEMPTS.
           MOVE ZEROS  TO SW-ATTEMPT-COUNT
           MOVE SPACES TO REPEAT-DETAIL-LINE

           PERFORM VARYING SW-INNER-SUB FROM SW-OUTER-SUB BY 1
                   UNTIL SW-INNER-SUB > AT-COUNT
              IF AT-PROCESSED(SW-INNER-SUB) = 'N'
                 AND AT-DEPT-CODE(SW-INNER-SUB)  = RP-DEPT-CODE
                 AND AT-CLASS-CODE(SW-INNER-SUB) = RP-CLASS-CODE
                 PERFORM 730-CHECK-SAME-STUDENT
                 IF WS-SAME-STUDENT = 'Y'
                    PERFORM 740-ADD-ATTEMPT
                    MOVE 'Y' TO AT-PROCESSED(SW-INNER-SUB)
                 END-IF
              END-IF
           END-PERFORM
           .

       730-CHECK-SAME-STUDENT.
      *  SAME MATCH RULE AS LAB7STANDING'S 730-.
           MOVE 'N' TO WS-SAME-STUDENT

           IF SW-STUDENT-ID NOT = SPACES
              AND AT-STUDENT-ID(SW-INNER-SUB) NOT = SPACES
              IF AT-STUDENT-ID(SW-INNER-SUB) = SW-STUDENT-ID
                 MOVE 'Y' TO WS-SAME-STUDENT
              END-IF
           ELSE
              IF AT-NAME(SW-INNER-SUB) = SW-NAME
                 MOVE 'Y' TO WS-SAME-STUDENT
              END-IF
           END-IF
           .

       740-ADD-ATTEMPT.
      *  THE NEW ATTEMPT GOES IN AFTER EVERY ATTEMPT ALREADY ON THE
      *  LINE FROM THE SAME OR AN EARLIER TERM (SAME KEY AS 470-),
      *  AND THE LATER ONES MOVE RIGHT.  PAST SIX, THE LATEST TERMS
      *  FALL OFF THE LINE.
           ADD 1 TO SW-ATTEMPT-COUNT
           COMPUTE SW-SHOWN = SW-ATTEMPT-COUNT - 1
           IF SW-SHOWN > 6
              MOVE 6 TO SW-SHOWN
           END-IF

           MOVE AT-TERM-CODE(SW-INNER-SUB) TO RP-TERM-IN
           PERFORM 485-FIGURE-TERM-KEY
           MOVE RP-TERM-KEY TO SW-NEW-KEY
           MOVE 1 TO SW-SLOT
           PERFORM VARYING SW-SHIFT-SUB FROM 1 BY 1
                   UNTIL SW-SHIFT-SUB > SW-SHOWN
              MOVE RDL-TERM-CODE(SW-SHIFT-SUB) TO RP-TERM-IN
              PERFORM 485-FIGURE-TERM-KEY
              IF RP-TERM-KEY NOT > SW-NEW-KEY
                 COMPUTE SW-SLOT = SW-SHIFT-SUB + 1
              END-IF
           END-PERFORM

           IF SW-SLOT NOT > 6
              PERFORM VARYING SW-SHIFT-SUB FROM 6 BY -1
                      UNTIL SW-SHIFT-SUB NOT > SW-SLOT
                 COMPUTE SW-FROM-SUB = SW-SHIFT-SUB - 1
                 MOVE RDL-ATTEMPT(SW-FROM-SUB) TO
                      RDL-ATTEMPT(SW-SHIFT-SUB)
              END-PERFORM
              MOVE SPACES TO RDL-ATTEMPT(SW-SLOT)
              MOVE AT-TERM-CODE(SW-INNER-SUB) TO
                   RDL-TERM-CODE(SW-SLOT)
              MOVE AT-GRADE(SW-INNER-SUB) TO
                   RDL-GRADE(SW-SLOT)
              IF AT-SUPERSEDED(SW-INNER-SUB) = 'Y'
                 MOVE '*' TO RDL-REPLACED-MARK(SW-SLOT)
              END-IF
           END-IF
           .

       780-WRITE-REPEAT-LINE.
           PERFORM 475-FIND-CATALOG-RULES

           MOVE SW-STUDENT-ID    TO RDL-STUDENT-ID
           MOVE SW-NAME          TO RDL-NAME
           MOVE RP-DEPT-CODE     TO RDL-DEPT-CODE
           MOVE RP-CLASS-CODE    TO RDL-CLASS-CODE
           MOVE SW-ATTEMPT-COUNT TO RDL-ATTEMPT-COUNT
           MOVE RP-ATTEMPT-LIMIT TO RDL-ATTEMPT-LIMIT
           IF RP-REPEAT-POLICY = 'A'
              MOVE 'ALL'     TO RDL-POLICY
           ELSE
              MOVE 'REPLACE' TO RDL-POLICY
           END-IF

           IF SW-ATTEMPT-COUNT > RP-ATTEMPT-LIMIT
              MOVE 'OVER LIMIT' TO RDL-LIMIT-FLAG
              ADD 1 TO RC-OVER-LIMIT
           END-IF

           WRITE REPEAT-REPORT-LINE FROM REPEAT-DETAIL-LINE
           ADD 1 TO RC-LINES-WRITTEN
           .

       1100-END-OF-JOB-ROUTINE.
           IF AT-OVERFLOW-COUNT > 0
              MOVE AT-OVERFLOW-COUNT TO ROL-OVERFLOW-COUNT
              WRITE REPEAT-REPORT-LINE FROM BLANK-LINE
              WRITE REPEAT-REPORT-LINE FROM REPEAT-OVERFLOW-LINE
           END-IF

           MOVE RC-LINES-WRITTEN TO RTL-LINES-WRITTEN
           MOVE RC-OVER-LIMIT    TO RTL-OVER-LIMIT
           MOVE RC-REPLACED      TO RTL-REPLACED
           WRITE REPEAT-REPORT-LINE FROM BLANK-LINE
           WRITE REPEAT-REPORT-LINE FROM REPEAT-TOTALS-LINE
           WRITE REPEAT-REPORT-LINE FROM REPEAT-LEGEND-LINE
           .

       1200-FINAL-ROUTINE.
           IF WS-ARCHIVE-FILE-STATUS = '00' OR '10'
              CLOSE RESULTS-ARCHIVE-FILE
           END-IF
           CLOSE REPEAT-REPORT-FILE

           IF RC-OVER-LIMIT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN
           .
