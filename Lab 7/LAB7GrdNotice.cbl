       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LAB7GRDNOTICE.
       AUTHOR.         AUSTIN OGLETREE.
      *************************************************
      *      STUDENT GRADE NOTICES - LETTERS AND E-MAIL MERGE
      *
      *    READS THE NIGHT'S GRADED RESULTS AND THE SUSPENSE FILE
      *    LAB7MULTIBREAK JUST WROTE AND PRODUCES ONE GRADE NOTICE
      *    PER STUDENT PER TERM, SO STUDENTS HEAR THEIR GRADES FROM
      *    THE REGISTRAR INSTEAD OF EACH INSTRUCTOR SENDING THEIR
      *    OWN.  EACH NOTICE LISTS EVERY DEPT/CLASS THE STUDENT HAS
      *    A RESULT IN FOR THE TERM WITH ITS AVERAGE AND LETTER
      *    GRADE (A WITHDRAWAL SHOWS AS W WITH NO AVERAGE), PLUS
      *    EVERY CLASS STILL HELD ON THE SUSPENSE FILE, SHOWN AS
      *    INCOMPLETE.
      *
      *    ONLY NEWS STARTS A NOTICE: A GRADED RESULT TONIGHT, OR AN
      *    INCOMPLETE PARKED ON THE SUSPENSE FILE TONIGHT (ITS PARK
      *    DATE IS TODAY).  AN OLDER INCOMPLETE CYCLES BACK THROUGH
      *    SUSPENSE EVERY NIGHT UNTIL THE MAKEUP ARRIVES; IT IS
      *    LISTED ON A NOTICE THAT SOMETHING ELSE STARTED, BUT NEVER
      *    SENDS ONE BY ITSELF - THE STUDENT WAS TOLD THE NIGHT IT
      *    WAS PARKED.  THOSE ARE COUNTED ON THE EXCEPTION LIST.
      *
      *    THE ADDRESS COMES FROM THE STUDENT ADDRESS FILE
      *    LAB7STUMAINT MAINTAINS, KEYED ON STUDENT ID:
      *      - A MAILING ADDRESS ON FILE GETS A PRINTED LETTER;
      *      - AN E-MAIL ADDRESS ON FILE GETS MERGE LINES FOR THE
      *        MAIL SYSTEM;
      *      - A STUDENT WITH BOTH GETS BOTH.
      *    A STUDENT WITH NEITHER (NO ADDRESS RECORD, OR AN EMPTY
      *    ONE), OR A RESULT WITH NO STUDENT ID TO LOOK UP, GOES TO
      *    THE EXCEPTION LIST FOR THE REGISTRAR TO CHASE.
      *******
      *  INPUT:  RESULTS  - THE 48-COL GRADED RESULTS RECORDS.
      *          SUSPENSE - THE 80-COL INCOMPLETE-GRADE SUSPENSE
      *          RECORDS (LAYOUT IN LAB7SUSPAGE).
      *          STUADDR  - THE INDEXED STUDENT ADDRESS FILE.  NO
      *          FILE (NO ADDRESSES LOADED YET) SENDS EVERY STUDENT
      *          TO THE EXCEPTION LIST.
      *******
      *  OUTPUT: NOTICES  - THE PRINT-READY LETTERS, ONE 60-LINE
      *          PAGE PER NOTICE.
      *          EMAILMRG - THE E-MAIL MERGE FILE: A HEADER ROW, THEN
      *          ONE COMMA-SEPARATED ROW PER CLASS ON A NOTICE.
      *          NOADDR   - THE EXCEPTION LIST OF NOTICES THAT
      *          COULD NOT BE SENT, WITH THE REASON, AND RUN TOTALS.
      *******
      *  RETURN CODE: 0 EVERY NOTICE WENT OUT, 4 SOME STUDENTS ARE
      *          ON THE EXCEPTION LIST, 12 THE NIGHT'S RESULTS DO
      *          NOT FIT THE NOTICE TABLE (NOTHING IS SENT - A
      *          NOTICE MISSING A CLASS MUST NEVER GO OUT).
      *********************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT RESULTS-FILE
               ASSIGN TO "RESULTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-FILE-STATUS.
      *
           SELECT SUSPENSE-FILE
               ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
      *
      *    KEYED LOOKUP ONLY - SAME ACCESS AS LAB7TRANSCRIPT'S READ
      *    OF THE REGISTRAR MASTER.
           SELECT STUDENT-ADDRESS-FILE
               ASSIGN TO "STUADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SA-STUDENT-ID
               FILE STATUS IS WS-ADDRESS-FILE-STATUS.
      *
           SELECT NOTICE-FILE
               ASSIGN TO "NOTICES"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT EMAIL-MERGE-FILE
               ASSIGN TO "EMAILMRG"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT EXCEPTION-FILE
               ASSIGN TO "NOADDR"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *  MUST MATCH RESULTS-RECORD IN LAB7MULTIBREAK.
       FD  RESULTS-FILE
           RECORD CONTAINS 48 CHARACTERS.
      *
       01  RESULTS-RECORD.
           05  RR-TERM-CODE                 PIC X(4).
           05  RR-DEPT-CODE                 PIC A(4).
           05  RR-CLASS-CODE                PIC X(5).
           05  RR-STUDENT-ID                PIC X(9).
           05  RR-NAME                      PIC X(20).
           05  RR-AVERAGE                   PIC 9(3)V99.
           05  RR-GRADE                     PIC X.
      *
      *  MUST MATCH STUDENT-RECORD IN LAB7MULTIBREAK.
       FD  SUSPENSE-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  SUSPENSE-RECORD.
           05  SU-TERM-CODE                    PIC X(4).
           05  SU-DEPT-CODE                    PIC A(4).
           05  SU-CLASS-CODE                   PIC X(5).
           05  SU-NAME                         PIC X(20).
           05  SU-TEST-COUNT                   PIC 9.
           05  SU-GRADE-ARRAY OCCURS 1 TO 6 TIMES
                                 DEPENDING ON SU-TEST-COUNT.
               10 SU-TEST-SCORE                PIC X(3).
           05  SU-STUDENT-ID                   PIC X(9).
           05  SU-INSTRUCTOR-CODE              PIC X(4).
           05  FILLER                          PIC X(15).
      *
      *  FIXED-COLUMN VIEW - THE PARK DATE SITS AT COLS 72-77 AT
      *  EVERY TEST COUNT (SAME VIEW AS LAB7SUSPAGE).
       01  SUSPENSE-RECORD-TAIL.
           05  FILLER                          PIC X(71).
           05  SU-PARK-DATE                    PIC X(6).
           05  FILLER                          PIC X(3).
      *
      *  MUST MATCH STUDENT-ADDRESS-RECORD IN LAB7STUMAINT.
       FD  STUDENT-ADDRESS-FILE
           RECORD CONTAINS 200 CHARACTERS.
      *
       01  STUDENT-ADDRESS-RECORD.
           05  SA-STUDENT-ID                   PIC X(9).
           05  SA-MAILING-ADDRESS.
               10  SA-STREET-1                 PIC X(30).
               10  SA-STREET-2                 PIC X(30).
               10  SA-CITY                     PIC X(20).
               10  SA-STATE                    PIC X(2).
               10  SA-ZIP-CODE                 PIC X(10).
           05  SA-EMAIL-ADDRESS                PIC X(50).
           05  SA-LAST-MAINT-DATE              PIC 9(6).
           05  FILLER                          PIC X(43).
      *
       FD  NOTICE-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  NOTICE-LINE                      PIC X(80).
      *
       FD  EMAIL-MERGE-FILE
           RECORD CONTAINS 120 CHARACTERS.
      *
       01  EMAIL-MERGE-LINE                 PIC X(120).
      *
       FD  EXCEPTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  EXCEPTION-LINE                   PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  WS-RESULTS-FILE-STATUS      PIC XX      VALUE '00'.
           05  WS-SUSPENSE-FILE-STATUS     PIC XX      VALUE '00'.
           05  WS-ADDRESS-FILE-STATUS      PIC XX      VALUE '00'.
           05  WS-ADDRESS-FILE-OPEN        PIC X       VALUE 'N'.
               88 ADDRESS-FILE-IS-OPEN                 VALUE 'Y'.
      *    SET BY 720-FIND-ADDRESS FOR THE NOTICE UNDER THE SWEEP.
           05  WS-SEND-LETTER              PIC X       VALUE 'N'.
               88 SEND-LETTER                          VALUE 'Y'.
           05  WS-SEND-EMAIL               PIC X       VALUE 'N'.
               88 SEND-EMAIL                           VALUE 'Y'.
           05  WS-EXCEPTION-REASON         PIC X(30)   VALUE SPACES.
      *
       01  WS-CURRENT-DATE                 PIC 9(6)    VALUE 0.
       01  WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-DATE.
           05  WS-CURRENT-YY               PIC 99.
           05  WS-CURRENT-MM               PIC 99.
           05  WS-CURRENT-DD               PIC 99.
      *
      *  EVERY RESULT AND SUSPENSE RECORD OF THE NIGHT, TABLED SO A
      *  STUDENT'S CLASSES CAN BE PULLED TOGETHER ACROSS BOTH FILES
      *  (RESULTS ARRIVE IN CLASS ORDER, NOT STUDENT ORDER).  SAME
      *  2000 SLOTS AS LAB7STANDING'S ARCHIVE TABLE; AN OVERFLOW
      *  STOPS THE RUN - SEE THE RETURN CODES ABOVE.
       01  NOTICE-TABLE.
           05  NT-COUNT                     PIC S9(5)   VALUE +0.
           05  NOTICE-ENTRY OCCURS 2000 TIMES
                                 INDEXED BY NT-IDX.
               10  NT-TERM-CODE             PIC X(4).
               10  NT-STUDENT-ID            PIC X(9).
               10  NT-NAME                  PIC X(20).
               10  NT-DEPT-CODE             PIC A(4).
               10  NT-CLASS-CODE            PIC X(5).
               10  NT-AVERAGE               PIC 9(3)V99.
               10  NT-GRADE                 PIC X.
      *    'R' GRADED RESULT, 'S' STILL HELD ON SUSPENSE.
               10  NT-SOURCE                PIC X.
      *    'Y' WHEN THE ENTRY IS NEWS TONIGHT AND MAY START A
      *    NOTICE - EVERY RESULT, AND A SUSPENSE RECORD PARKED
      *    TODAY.  'N' FOR AN OLDER INCOMPLETE STILL ON SUSPENSE.
               10  NT-STARTS-NOTICE         PIC X.
      *    'Y' ONCE THE ENTRY IS ON A NOTICE, SO THE OUTER SWEEP
      *    DOESN'T START A SECOND NOTICE FOR THE SAME STUDENT/TERM.
               10  NT-PROCESSED             PIC X.
      *
      *  THE NEW ENTRY BEING TABLED BY 380-ADD-NOTICE-ENTRY.
       01  NEW-ENTRY-FIELDS.
           05  NE-TERM-CODE                 PIC X(4)    VALUE SPACES.
           05  NE-STUDENT-ID                PIC X(9)    VALUE SPACES.
           05  NE-NAME                      PIC X(20)   VALUE SPACES.
           05  NE-DEPT-CODE                 PIC A(4)    VALUE SPACES.
           05  NE-CLASS-CODE                PIC X(5)    VALUE SPACES.
           05  NE-AVERAGE                   PIC 9(3)V99 VALUE 0.
           05  NE-GRADE                     PIC X       VALUE SPACE.
           05  NE-SOURCE                    PIC X       VALUE SPACE.
           05  NE-STARTS-NOTICE             PIC X       VALUE SPACE.
      *
       01  SWEEP-FIELDS.
           05  SW-OUTER-SUB                 PIC S9(5)   VALUE +0.
           05  SW-INNER-SUB                 PIC S9(5)   VALUE +0.
           05  SW-TERM-CODE                 PIC X(4)    VALUE SPACES.
           05  SW-STUDENT-ID                PIC X(9)    VALUE SPACES.
           05  SW-NAME                      PIC X(20)   VALUE SPACES.
           05  SW-CLASS-COUNT               PIC S99     VALUE +0.
           05  SW-INCOMPLETE-COUNT          PIC S99     VALUE +0.
      *    LINES WRITTEN TO THE CURRENT LETTER, SO 780- CAN PAD IT
      *    OUT TO A FULL PAGE.
           05  SW-LETTER-LINES              PIC S999    VALUE +0.
      *
       01  NOTICE-COUNTERS.
           05  NC-RESULTS-READ              PIC 9(5)    VALUE 0.
           05  NC-SUSPENSE-READ             PIC 9(5)    VALUE 0.
           05  NC-NOTICES                   PIC 9(5)    VALUE 0.
           05  NC-LETTERS                   PIC 9(5)    VALUE 0.
           05  NC-EMAILS                    PIC 9(5)    VALUE 0.
           05  NC-EXCEPTIONS                PIC 9(5)    VALUE 0.
      *    OLDER INCOMPLETES WITH NOTHING NEW FOR THE STUDENT/TERM
      *    TONIGHT, SO NO NOTICE WAS SENT FOR THEM.
           05  NC-NOT-RESENT                PIC 9(5)    VALUE 0.
      *
      *  PAGE LENGTH OF THE LETTER STOCK - EVERY NOTICE IS PADDED TO
      *  IT WITH BLANK LINES SO THE PRINT RUN BREAKS ONE LETTER PER
      *  SHEET WITHOUT A PAGE EJECT IN A PLAIN DISK FILE (SAME
      *  REASON AS LAB7MULTIBREAK'S 300-REPORT-HEADER).
       01  LETTER-PAGE-LINES                PIC S999    VALUE +60.
      *
      ********************OUTPUT AREA*********************************
      *
       01  LETTER-HEADING-1.
           05                              PIC X(25) VALUE SPACES.
           05                              PIC X(23) VALUE
                                           'OFFICE OF THE REGISTRAR'.
      *
       01  LETTER-HEADING-2.
           05                              PIC X(25) VALUE SPACES.
           05                              PIC X(20) VALUE
                                           'GRADE NOTICE - TERM '.
           05  LH2-TERM-CODE               PIC X(4).
      *
       01  LETTER-DATE-LINE.
           05                              PIC X(50) VALUE SPACES.
           05                              PIC X(6)  VALUE 'DATE: '.
           05  LDL-MONTH                   PIC 99.
           05                              PIC X     VALUE '/'.
           05  LDL-DAY                     PIC 99.
           05                              PIC X     VALUE '/'.
           05  LDL-YEAR                    PIC 99.
      *
       01  LETTER-ADDRESS-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  LAL-TEXT                    PIC X(45).
      *
       01  LETTER-ID-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(12) VALUE
                                           'STUDENT ID: '.
           05  LIL-STUDENT-ID              PIC X(9).
      *
       01  LETTER-SALUTATION-LINE.
           05                              PIC X(5)  VALUE 'DEAR '.
           05  LSL-NAME                    PIC X(21).
      *
       01  LETTER-BODY-LINE.
           05                              PIC X(21) VALUE
                                           'YOUR GRADES FOR TERM '.
           05  LBL-TERM-CODE               PIC X(4).
           05                              PIC X(31) VALUE
                                 ' HAVE BEEN RECORDED AS FOLLOWS:'.
      *
       01  LETTER-COLUMN-HEADING.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(8)  VALUE 'DEPT'.
           05                              PIC X(8)  VALUE 'CLASS'.
           05                              PIC X(10) VALUE 'AVERAGE'.
           05                              PIC X(7)  VALUE 'GRADE'.
           05                              PIC X(10) VALUE 'REMARKS'.
      *
       01  LETTER-CLASS-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  LCL-DEPT-CODE               PIC X(4).
           05                              PIC X(4)  VALUE SPACES.
           05  LCL-CLASS-CODE              PIC X(5).
           05                              PIC X(3)  VALUE SPACES.
           05  LCL-AVERAGE                 PIC ZZ9.99.
           05  LCL-AVERAGE-X REDEFINES LCL-AVERAGE
                                           PIC X(6).
           05                              PIC X(6)  VALUE SPACES.
           05  LCL-GRADE                   PIC X.
           05                              PIC X(4)  VALUE SPACES.
           05  LCL-REMARKS                 PIC X(20).
      *
       01  LETTER-INCOMPLETE-LINE-1.
           05                              PIC X(50) VALUE
           'A CLASS SHOWN AS INCOMPLETE IS STILL AWAITING WORK'.
      *
       01  LETTER-INCOMPLETE-LINE-2.
           05                              PIC X(50) VALUE
           'OR A SCORE; ITS GRADE WILL BE SENT ONCE RECORDED.'.
      *
       01  LETTER-CLOSING-LINE-1.
           05                              PIC X(50) VALUE
           'QUESTIONS ABOUT A GRADE SHOULD BE RAISED WITH THE'.
      *
       01  LETTER-CLOSING-LINE-2.
           05                              PIC X(50) VALUE
           'INSTRUCTOR OF THE CLASS.'.
      *
       01  LETTER-SIGNATURE-LINE.
           05                              PIC X(23) VALUE
                                           'OFFICE OF THE REGISTRAR'.
      *
      *  SAME FIXED-WIDTH, COMMA-SEPARATED STYLE AS LAB7MULTIBREAK'S
      *  CSV EXPORT.  STATUS IS THE LETTER GRADE, 'W', OR 'INC'.
       01  MERGE-HEADER-LINE.
           05                              PIC X(37) VALUE
               'EMAIL,STUDENTID,NAME,TERM,DEPT,CLASS,'.
           05                              PIC X(14) VALUE
               'AVERAGE,STATUS'.
      *
       01  MERGE-DETAIL-LINE.
           05  MDL-EMAIL-ADDRESS           PIC X(50).
           05                              PIC X        VALUE ','.
           05  MDL-STUDENT-ID              PIC X(9).
           05                              PIC X        VALUE ','.
           05  MDL-NAME                    PIC X(20).
           05                              PIC X        VALUE ','.
           05  MDL-TERM-CODE               PIC X(4).
           05                              PIC X        VALUE ','.
           05  MDL-DEPT-CODE               PIC X(4).
           05                              PIC X        VALUE ','.
           05  MDL-CLASS-CODE              PIC X(5).
           05                              PIC X        VALUE ','.
           05  MDL-AVERAGE                 PIC ZZ9.99.
           05  MDL-AVERAGE-X REDEFINES MDL-AVERAGE
                                           PIC X(6).
           05                              PIC X        VALUE ','.
           05  MDL-STATUS                  PIC X(3).
      *
       01  HEADING-EXCEPTION-1.
           05                              PIC X(40) VALUE
                       'GRADE NOTICES NOT SENT - RUN DATE '.
           05  HEX1-RUN-DATE               PIC 9(6).
      *
       01  HEADING-EXCEPTION-COLS.
           05                              PIC X(6)  VALUE 'TERM'.
           05                              PIC X(11) VALUE 'ID'.
           05                              PIC X(22) VALUE 'NAME'.
           05                              PIC X(30) VALUE 'REASON'.
      *
       01  EXCEPTION-DETAIL-LINE.
           05  EDL-TERM-CODE               PIC X(4).
           05                              PIC X(2)  VALUE SPACES.
           05  EDL-STUDENT-ID              PIC X(9).
           05                              PIC X(2)  VALUE SPACES.
           05  EDL-NAME                    PIC X(20).
           05                              PIC X(2)  VALUE SPACES.
           05  EDL-REASON                  PIC X(30).
      *
       01  EXCEPTION-TOTALS-LINE-1.
           05                              PIC X(16) VALUE
                                           'NOTICES BUILT: '.
           05  ETL-NOTICES                 PIC ZZZZ9.
           05                              PIC X(12) VALUE
                                           '  LETTERS: '.
           05  ETL-LETTERS                 PIC ZZZZ9.
           05                              PIC X(11) VALUE
                                           '  E-MAIL: '.
           05  ETL-EMAILS                  PIC ZZZZ9.
      *
       01  EXCEPTION-TOTALS-LINE-2.
           05                              PIC X(16) VALUE
                                           'NOT SENT:      '.
           05  ETL-EXCEPTIONS              PIC ZZZZ9.
           05                              PIC X(28) VALUE
                                   '  OLD INCOMPLETES NOT SENT: '.
           05  ETL-NOT-RESENT              PIC ZZZZ9.
      *
       01  BLANK-LINE                      PIC X(80) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       100-PRINT-GRADE-NOTICES.
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 300-LOAD-RESULTS
           PERFORM 350-LOAD-SUSPENSE
           PERFORM 700-SWEEP-NOTICES
           PERFORM 1200-FINAL-ROUTINE
           .

       200-HSKPING-ROUTINE.
      *  NO RESULTS OR NO SUSPENSE FILE JUST MEANS NOTHING TO SEND
      *  FROM IT.
           OPEN INPUT  RESULTS-FILE
                       SUSPENSE-FILE
                       STUDENT-ADDRESS-FILE
                OUTPUT NOTICE-FILE
                       EMAIL-MERGE-FILE
                       EXCEPTION-FILE

           IF WS-ADDRESS-FILE-STATUS = '00'
              MOVE 'Y' TO WS-ADDRESS-FILE-OPEN
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-CURRENT-MM TO LDL-MONTH
           MOVE WS-CURRENT-DD TO LDL-DAY
           MOVE WS-CURRENT-YY TO LDL-YEAR

           MOVE WS-CURRENT-DATE TO HEX1-RUN-DATE
           WRITE EXCEPTION-LINE FROM HEADING-EXCEPTION-1
           WRITE EXCEPTION-LINE FROM BLANK-LINE
           WRITE EXCEPTION-LINE FROM HEADING-EXCEPTION-COLS

           WRITE EMAIL-MERGE-LINE FROM MERGE-HEADER-LINE
           .

       300-LOAD-RESULTS.
           IF WS-RESULTS-FILE-STATUS = '00'
              PERFORM UNTIL WS-RESULTS-FILE-STATUS NOT = '00'
                 READ RESULTS-FILE
                    AT END
                       MOVE '10' TO WS-RESULTS-FILE-STATUS
                    NOT AT END
                       ADD 1 TO NC-RESULTS-READ
                       MOVE RR-TERM-CODE  TO NE-TERM-CODE
                       MOVE RR-STUDENT-ID TO NE-STUDENT-ID
                       MOVE RR-NAME       TO NE-NAME
                       MOVE RR-DEPT-CODE  TO NE-DEPT-CODE
                       MOVE RR-CLASS-CODE TO NE-CLASS-CODE
                       MOVE RR-AVERAGE    TO NE-AVERAGE
                       MOVE RR-GRADE      TO NE-GRADE
                       MOVE 'R'           TO NE-SOURCE
                       MOVE 'Y'           TO NE-STARTS-NOTICE
                       PERFORM 380-ADD-NOTICE-ENTRY
                 END-READ
              END-PERFORM
           END-IF
           .

       350-LOAD-SUSPENSE.
      *  THE STUDENT ID SITS PAST THE VARIABLE SCORE ARRAY, SO A
      *  RECORD WITH AN UNUSABLE TEST COUNT CAN'T BE TRUSTED FOR IT
      *  - SAME GUARD AS LAB7SUSPAGE.  SUCH A RECORD STILL GETS ITS
      *  CLASS ON A NOTICE, BUT BY NAME WITH NO ID, WHICH SENDS IT
      *  TO THE EXCEPTION LIST.
           IF WS-SUSPENSE-FILE-STATUS = '00'
              PERFORM UNTIL WS-SUSPENSE-FILE-STATUS NOT = '00'
                 READ SUSPENSE-FILE
                    AT END
                       MOVE '10' TO WS-SUSPENSE-FILE-STATUS
                    NOT AT END
                       ADD 1 TO NC-SUSPENSE-READ
                       MOVE SU-TERM-CODE  TO NE-TERM-CODE
                       MOVE SU-NAME       TO NE-NAME
                       MOVE SU-DEPT-CODE  TO NE-DEPT-CODE
                       MOVE SU-CLASS-CODE TO NE-CLASS-CODE
                       MOVE ZERO          TO NE-AVERAGE
                       MOVE SPACE         TO NE-GRADE
                       MOVE 'S'           TO NE-SOURCE
                       IF SU-PARK-DATE = WS-CURRENT-DATE
                          MOVE 'Y' TO NE-STARTS-NOTICE
                       ELSE
                          MOVE 'N' TO NE-STARTS-NOTICE
                       END-IF
                       IF SU-TEST-COUNT NUMERIC
                          AND SU-TEST-COUNT >= 1 AND SU-TEST-COUNT <= 6
                          MOVE SU-STUDENT-ID TO NE-STUDENT-ID
                       ELSE
                          MOVE SPACES TO NE-STUDENT-ID
                       END-IF
                       PERFORM 380-ADD-NOTICE-ENTRY
                 END-READ
              END-PERFORM
           END-IF
           .

       380-ADD-NOTICE-ENTRY.
           IF NT-COUNT < 2000
              ADD 1 TO NT-COUNT
              SET NT-IDX TO NT-COUNT
              MOVE NE-TERM-CODE  TO NT-TERM-CODE(NT-IDX)
              MOVE NE-STUDENT-ID TO NT-STUDENT-ID(NT-IDX)
              MOVE NE-NAME       TO NT-NAME(NT-IDX)
              MOVE NE-DEPT-CODE  TO NT-DEPT-CODE(NT-IDX)
              MOVE NE-CLASS-CODE TO NT-CLASS-CODE(NT-IDX)
              MOVE NE-AVERAGE    TO NT-AVERAGE(NT-IDX)
              MOVE NE-GRADE      TO NT-GRADE(NT-IDX)
              MOVE NE-SOURCE     TO NT-SOURCE(NT-IDX)
              MOVE NE-STARTS-NOTICE
                                 TO NT-STARTS-NOTICE(NT-IDX)
              MOVE 'N'           TO NT-PROCESSED(NT-IDX)
           ELSE
              DISPLAY 'LAB7GRDNOTICE: MORE THAN 2000 RESULT AND'
                      ' SUSPENSE RECORDS - RUN STOPPED.'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           .

       700-SWEEP-NOTICES.
      *  OUTER SWEEP: THE FIRST UNPROCESSED ENTRY THAT IS NEWS
      *  TONIGHT NAMES THE NEXT STUDENT/TERM; 760- THEN PULLS EVERY
      *  ENTRY FOR THE SAME STUDENT AND TERM ONTO THE NOTICE, OLDER
      *  INCOMPLETES INCLUDED.  SAME SHAPE AS
      *  LAB7STANDING'S 700-.  A RESULT WITH NO STUDENT ID IS
      *  GROUPED BY NAME INSTEAD, SO THE EXCEPTION LIST SHOWS IT
      *  ONCE PER STUDENT RATHER THAN ONCE PER CLASS.
           PERFORM VARYING SW-OUTER-SUB FROM 1 BY 1
                   UNTIL SW-OUTER-SUB > NT-COUNT
              IF NT-PROCESSED(SW-OUTER-SUB) = 'N'
                 AND NT-STARTS-NOTICE(SW-OUTER-SUB) = 'Y'
                 MOVE NT-TERM-CODE(SW-OUTER-SUB)  TO SW-TERM-CODE
                 MOVE NT-STUDENT-ID(SW-OUTER-SUB) TO SW-STUDENT-ID
                 MOVE NT-NAME(SW-OUTER-SUB)       TO SW-NAME
                 ADD 1 TO NC-NOTICES
                 PERFORM 720-FIND-ADDRESS

                 IF SEND-LETTER
                    PERFORM 740-START-LETTER
                    ADD 1 TO NC-LETTERS
                 END-IF
                 IF SEND-EMAIL
                    ADD 1 TO NC-EMAILS
                 END-IF

                 PERFORM 760-GATHER-NOTICE-CLASSES

                 IF SEND-LETTER
                    PERFORM 780-END-LETTER
                 END-IF
                 IF WS-EXCEPTION-REASON NOT = SPACES
                    PERFORM 790-WRITE-EXCEPTION-LINE
                 END-IF
              END-IF
           END-PERFORM

      *  WHATEVER IS STILL UNPROCESSED IS AN OLDER INCOMPLETE WITH
      *  NOTHING NEW BESIDE IT TONIGHT.
           PERFORM VARYING SW-OUTER-SUB FROM 1 BY 1
                   UNTIL SW-OUTER-SUB > NT-COUNT
              IF NT-PROCESSED(SW-OUTER-SUB) = 'N'
                 ADD 1 TO NC-NOT-RESENT
              END-IF
           END-PERFORM
           .

       720-FIND-ADDRESS.
      *  A LETTER NEEDS A MAILING ADDRESS (STUMAINT ONLY ACCEPTS A
      *  COMPLETE ONE, SO STREET 1 STANDS FOR ALL OF IT); THE MERGE
      *  NEEDS AN E-MAIL.  NEITHER IS AN EXCEPTION.
           MOVE 'N' TO WS-SEND-LETTER
           MOVE 'N' TO WS-SEND-EMAIL
           MOVE SPACES TO WS-EXCEPTION-REASON
           MOVE SPACES TO STUDENT-ADDRESS-RECORD

           EVALUATE TRUE
             WHEN SW-STUDENT-ID = SPACES
                MOVE 'NO STUDENT ID ON RESULT' TO WS-EXCEPTION-REASON

             WHEN NOT ADDRESS-FILE-IS-OPEN
                MOVE 'NO ADDRESS ON FILE' TO WS-EXCEPTION-REASON

             WHEN OTHER
                MOVE SW-STUDENT-ID TO SA-STUDENT-ID
                READ STUDENT-ADDRESS-FILE
                   INVALID KEY
                      MOVE SPACES TO STUDENT-ADDRESS-RECORD
                      MOVE 'NO ADDRESS ON FILE' TO
                           WS-EXCEPTION-REASON
                   NOT INVALID KEY
                      IF SA-STREET-1 NOT = SPACES
                         MOVE 'Y' TO WS-SEND-LETTER
                      END-IF
                      IF SA-EMAIL-ADDRESS NOT = SPACES
                         MOVE 'Y' TO WS-SEND-EMAIL
                      END-IF
                      IF NOT SEND-LETTER AND NOT SEND-EMAIL
                         MOVE 'ADDRESS RECORD IS EMPTY' TO
                              WS-EXCEPTION-REASON
                      END-IF
                END-READ

           END-EVALUATE

           IF WS-EXCEPTION-REASON NOT = SPACES
              ADD 1 TO NC-EXCEPTIONS
           END-IF
           .

       740-START-LETTER.
      *  LETTERHEAD, DATE, ADDRESS BLOCK SPACED FOR A WINDOW
      *  ENVELOPE, THEN THE SALUTATION AND COLUMN HEADINGS.  STREET
      *  2 IS LEFT OUT WHEN BLANK RATHER THAN PRINTING A GAP.
           MOVE ZERO TO SW-LETTER-LINES
           MOVE SW-TERM-CODE TO LH2-TERM-CODE
                                LBL-TERM-CODE
           MOVE SW-STUDENT-ID TO LIL-STUDENT-ID

           WRITE NOTICE-LINE FROM LETTER-HEADING-1
           WRITE NOTICE-LINE FROM LETTER-HEADING-2
           WRITE NOTICE-LINE FROM BLANK-LINE
           WRITE NOTICE-LINE FROM LETTER-DATE-LINE
           WRITE NOTICE-LINE FROM BLANK-LINE
           WRITE NOTICE-LINE FROM BLANK-LINE
           ADD 6 TO SW-LETTER-LINES

           MOVE SW-NAME TO LAL-TEXT
           WRITE NOTICE-LINE FROM LETTER-ADDRESS-LINE
           MOVE SA-STREET-1 TO LAL-TEXT
           WRITE NOTICE-LINE FROM LETTER-ADDRESS-LINE
           ADD 2 TO SW-LETTER-LINES
           IF SA-STREET-2 NOT = SPACES
              MOVE SA-STREET-2 TO LAL-TEXT
              WRITE NOTICE-LINE FROM LETTER-ADDRESS-LINE
              ADD 1 TO SW-LETTER-LINES
           END-IF
           MOVE SPACES TO LAL-TEXT
           STRING SA-CITY     DELIMITED BY '  '
                  ', '        DELIMITED BY SIZE
                  SA-STATE    DELIMITED BY SIZE
                  '  '        DELIMITED BY SIZE
                  SA-ZIP-CODE DELIMITED BY SIZE
                  INTO LAL-TEXT
           END-STRING
           WRITE NOTICE-LINE FROM LETTER-ADDRESS-LINE

           WRITE NOTICE-LINE FROM BLANK-LINE
           WRITE NOTICE-LINE FROM LETTER-ID-LINE
           WRITE NOTICE-LINE FROM BLANK-LINE
           WRITE NOTICE-LINE FROM BLANK-LINE
           ADD 5 TO SW-LETTER-LINES

           MOVE SPACES TO LSL-NAME
           STRING SW-NAME DELIMITED BY '  '
                  ':'     DELIMITED BY SIZE
                  INTO LSL-NAME
           END-STRING
           WRITE NOTICE-LINE FROM LETTER-SALUTATION-LINE
           WRITE NOTICE-LINE FROM BLANK-LINE
           WRITE NOTICE-LINE FROM LETTER-BODY-LINE
           WRITE NOTICE-LINE FROM BLANK-LINE
           WRITE NOTICE-LINE FROM LETTER-COLUMN-HEADING
           ADD 5 TO SW-LETTER-LINES
           .

       760-GATHER-NOTICE-CLASSES.
      *  EVERY UNPROCESSED ENTRY FOR THE SAME TERM AND STUDENT (THE
      *  NAME TOO, WHEN THERE IS NO ID) IS A CLASS ON THIS NOTICE.
      *  THE SCAN STARTS AT THE TOP, NOT AT THE OUTER ENTRY, SO AN
      *  OLDER INCOMPLETE TABLED AHEAD OF TONIGHT'S NEWLY PARKED ONE
      *  IS NOT LEFT OFF.  ENTRIES ARE MARKED PROCESSED EVEN WHEN THE
      *  NOTICE IS AN EXCEPTION, SO IT IS LISTED ONLY ONCE.
           MOVE ZERO TO SW-CLASS-COUNT
           MOVE ZERO TO SW-INCOMPLETE-COUNT
           PERFORM VARYING SW-INNER-SUB FROM 1 BY 1
                   UNTIL SW-INNER-SUB > NT-COUNT
              IF NT-PROCESSED(SW-INNER-SUB) = 'N'
                 AND NT-TERM-CODE(SW-INNER-SUB)  = SW-TERM-CODE
                 AND NT-STUDENT-ID(SW-INNER-SUB) = SW-STUDENT-ID
                 AND (SW-STUDENT-ID NOT = SPACES
                      OR NT-NAME(SW-INNER-SUB) = SW-NAME)
                 MOVE 'Y' TO NT-PROCESSED(SW-INNER-SUB)
                 ADD 1 TO SW-CLASS-COUNT
                 IF NT-SOURCE(SW-INNER-SUB) = 'S'
                    ADD 1 TO SW-INCOMPLETE-COUNT
                 END-IF
                 IF SEND-LETTER
                    PERFORM 765-WRITE-LETTER-CLASS
                 END-IF
                 IF SEND-EMAIL
                    PERFORM 770-WRITE-MERGE-LINE
                 END-IF
              END-IF
           END-PERFORM
           .

       765-WRITE-LETTER-CLASS.
           MOVE NT-DEPT-CODE(SW-INNER-SUB)  TO LCL-DEPT-CODE
           MOVE NT-CLASS-CODE(SW-INNER-SUB) TO LCL-CLASS-CODE

           EVALUATE TRUE
             WHEN NT-SOURCE(SW-INNER-SUB) = 'S'
                MOVE SPACES       TO LCL-AVERAGE-X
                MOVE SPACE        TO LCL-GRADE
                MOVE 'INCOMPLETE' TO LCL-REMARKS

             WHEN NT-GRADE(SW-INNER-SUB) = 'W'
                MOVE SPACES       TO LCL-AVERAGE-X
                MOVE 'W'          TO LCL-GRADE
                MOVE 'WITHDRAWN'  TO LCL-REMARKS

             WHEN OTHER
                MOVE NT-AVERAGE(SW-INNER-SUB) TO LCL-AVERAGE
                MOVE NT-GRADE(SW-INNER-SUB)   TO LCL-GRADE
                MOVE SPACES                   TO LCL-REMARKS

           END-EVALUATE

           WRITE NOTICE-LINE FROM LETTER-CLASS-LINE
           ADD 1 TO SW-LETTER-LINES
           .

       770-WRITE-MERGE-LINE.
           MOVE SA-EMAIL-ADDRESS            TO MDL-EMAIL-ADDRESS
           MOVE SW-STUDENT-ID               TO MDL-STUDENT-ID
           MOVE SW-NAME                     TO MDL-NAME
           MOVE SW-TERM-CODE                TO MDL-TERM-CODE
           MOVE NT-DEPT-CODE(SW-INNER-SUB)  TO MDL-DEPT-CODE
           MOVE NT-CLASS-CODE(SW-INNER-SUB) TO MDL-CLASS-CODE

           EVALUATE TRUE
             WHEN NT-SOURCE(SW-INNER-SUB) = 'S'
                MOVE SPACES TO MDL-AVERAGE-X
                MOVE 'INC'  TO MDL-STATUS

             WHEN NT-GRADE(SW-INNER-SUB) = 'W'
                MOVE SPACES TO MDL-AVERAGE-X
                MOVE 'W'    TO MDL-STATUS

             WHEN OTHER
                MOVE NT-AVERAGE(SW-INNER-SUB) TO MDL-AVERAGE
                MOVE NT-GRADE(SW-INNER-SUB)   TO MDL-STATUS

           END-EVALUATE

           WRITE EMAIL-MERGE-LINE FROM MERGE-DETAIL-LINE
           .

       780-END-LETTER.
      *  THE INCOMPLETE NOTE ONLY WHEN THE NOTICE HAS ONE, THEN THE
      *  CLOSING, THEN BLANK LINES TO THE FOOT OF THE PAGE.
           WRITE NOTICE-LINE FROM BLANK-LINE
           ADD 1 TO SW-LETTER-LINES
           IF SW-INCOMPLETE-COUNT > 0
              WRITE NOTICE-LINE FROM LETTER-INCOMPLETE-LINE-1
              WRITE NOTICE-LINE FROM LETTER-INCOMPLETE-LINE-2
              WRITE NOTICE-LINE FROM BLANK-LINE
              ADD 3 TO SW-LETTER-LINES
           END-IF
           WRITE NOTICE-LINE FROM LETTER-CLOSING-LINE-1
           WRITE NOTICE-LINE FROM LETTER-CLOSING-LINE-2
           WRITE NOTICE-LINE FROM BLANK-LINE
           WRITE NOTICE-LINE FROM LETTER-SIGNATURE-LINE
           ADD 4 TO SW-LETTER-LINES

           PERFORM UNTIL SW-LETTER-LINES >= LETTER-PAGE-LINES
              WRITE NOTICE-LINE FROM BLANK-LINE
              ADD 1 TO SW-LETTER-LINES
           END-PERFORM
           .

       790-WRITE-EXCEPTION-LINE.
           MOVE SW-TERM-CODE        TO EDL-TERM-CODE
           MOVE SW-STUDENT-ID       TO EDL-STUDENT-ID
           MOVE SW-NAME             TO EDL-NAME
           MOVE WS-EXCEPTION-REASON TO EDL-REASON
           WRITE EXCEPTION-LINE FROM EXCEPTION-DETAIL-LINE
           .

       1200-FINAL-ROUTINE.
           MOVE NC-NOTICES    TO ETL-NOTICES
           MOVE NC-LETTERS    TO ETL-LETTERS
           MOVE NC-EMAILS     TO ETL-EMAILS
           MOVE NC-EXCEPTIONS TO ETL-EXCEPTIONS
           MOVE NC-NOT-RESENT TO ETL-NOT-RESENT
           WRITE EXCEPTION-LINE FROM BLANK-LINE
           WRITE EXCEPTION-LINE FROM EXCEPTION-TOTALS-LINE-1
           WRITE EXCEPTION-LINE FROM EXCEPTION-TOTALS-LINE-2

           DISPLAY 'LAB7GRDNOTICE: NOTICES ' NC-NOTICES
                   ' LETTERS ' NC-LETTERS
                   ' E-MAIL ' NC-EMAILS
                   ' NOT SENT ' NC-EXCEPTIONS
                   ' OLD INC NOT SENT ' NC-NOT-RESENT

           IF WS-RESULTS-FILE-STATUS = '00' OR '10'
              CLOSE RESULTS-FILE
           END-IF
           IF WS-SUSPENSE-FILE-STATUS = '00' OR '10'
              CLOSE SUSPENSE-FILE
           END-IF
           IF ADDRESS-FILE-IS-OPEN
              CLOSE STUDENT-ADDRESS-FILE
           END-IF
           CLOSE NOTICE-FILE
                 EMAIL-MERGE-FILE
                 EXCEPTION-FILE

           IF NC-EXCEPTIONS > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN
           .
