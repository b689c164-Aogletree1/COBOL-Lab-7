       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LAB7ARCLOAD.
       AUTHOR.         AUSTIN OGLETREE.
      *************************************************
      *      RESULTS ARCHIVE KEYED-FILE LOAD
      *
      *    KEEPS THE INDEXED COPY OF THE PERMANENT RESULTS ARCHIVE
      *    CURRENT, SO LAB7INQUIRY CAN PULL ONE STUDENT'S WHOLE
      *    HISTORY WITH A KEYED BROWSE INSTEAD OF SOMEONE SEARCHING
      *    THE FLAT RESARCHIVE BY HAND.  THE KEY IS STUDENT ID +
      *    TERM + DEPT/CLASS - ONE RECORD PER CLASS A STUDENT TOOK
      *    IN A TERM.
      *
      *    RUNS AFTER EVERYTHING THAT APPENDS TO THE ARCHIVE: THE
      *    NIGHTLY RUN (LAB7NIGHTLY.JCL //ARCLOAD) AND THE GRADE-
      *    CHANGE JOB (LAB7GRDCHG.JCL //ARCLOAD).  EVERY ARCHIVE
      *    RECORD IS OFFERED TO THE KEYED FILE WITH THE SAME RULE
      *    LAB7STANDING USES FOR A TERM RE-RUN: A RECORD WITH THE
      *    SAME OR A NEWER RUN DATE REPLACES WHAT IS THERE, AN
      *    OLDER ONE IS IGNORED.  SO A FORCE RE-RUN OR A GRADE
      *    CORRECTION (STAMPED WITH ITS OWN RUN DATE) SHOWS UP AS
      *    THE STUDENT'S CURRENT GRADE, AND A NIGHT THE STEP WAS
      *    HELD IS SIMPLY CAUGHT UP THE NEXT TIME IT RUNS.
      *
      *    NOTHING IS EVER DELETED FROM THE KEYED FILE - A TERM THE
      *    RETENTION UTILITY MOVES OFF THE FLAT ARCHIVE STAYS
      *    INQUIRABLE HERE.
      *
      *    AN ARCHIVE RECORD WITH A BLANK STUDENT ID (WRITTEN
      *    BEFORE THE ID ROLLED OUT) HAS NO KEY AND IS COUNTED AND
      *    SKIPPED; THE INQUIRY RESOLVES NAMES TO IDS THROUGH THE
      *    STUDENT MASTER, SO IT COULD NEVER FIND ONE ANYWAY.
      *******
      *  INPUT:  RESARCH - THE 54-COL RESULTS ARCHIVE (LAYOUT IN
      *          LAB7MULTIBREAK).
      *******
      *  OUTPUT: RESIDX  - THE INDEXED ARCHIVE, KEYED ON STUDENT
      *          ID/TERM/DEPT/CLASS, UPDATED IN PLACE (CREATED ON
      *          FIRST RUN, SAME AS THE STUDENT MASTER).
      *******
      *  RETURN CODE: 0 CLEAN LOAD (BLANK-ID SKIPS INCLUDED - THEY
      *          ARE EXPECTED ON OLD TERMS); 12 IF THE ARCHIVE OR
      *          THE KEYED FILE CANNOT BE OPENED, OR A WRITE FAILS.
      *          COUNTS GO TO SYSOUT FOR THE BATCH MONITOR.
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
      *    OPTIONAL SO THE VERY FIRST RUN CREATES IT - SEE
      *    LAB7STUMAINT'S STUDENT MASTER.
           SELECT OPTIONAL RESULTS-INDEX-FILE
               ASSIGN TO "RESIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RX-ARCHIVE-KEY
               FILE STATUS IS WS-INDEX-FILE-STATUS.
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
      *  LAB7INQUIRY CARRIES THE SAME LAYOUT AND MUST MATCH.
       FD  RESULTS-INDEX-FILE
           RECORD CONTAINS 60 CHARACTERS.
      *
       01  RESULTS-INDEX-RECORD.
           05  RX-ARCHIVE-KEY.
               10  RX-STUDENT-ID            PIC X(9).
               10  RX-TERM-CODE             PIC X(4).
               10  RX-DEPT-CODE             PIC A(4).
               10  RX-CLASS-CODE            PIC X(5).
           05  RX-NAME                      PIC X(20).
           05  RX-AVERAGE                   PIC 9(3)V99.
           05  RX-GRADE                     PIC X.
           05  RX-RUN-DATE                  PIC 9(6).
           05  FILLER                       PIC X(6).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X       VALUE ' '.
               88 NO-MORE-DATA                         VALUE 'N'.
               88 MORE-RECORDS                         VALUE 'Y'.
           05  WS-ARCHIVE-FILE-STATUS      PIC XX      VALUE '00'.
           05  WS-INDEX-FILE-STATUS        PIC XX      VALUE '00'.
      *
       01  LOAD-COUNTERS.
           05  LC-RECORDS-READ             PIC 9(7)    VALUE 0.
           05  LC-RECORDS-ADDED            PIC 9(7)    VALUE 0.
           05  LC-RECORDS-REPLACED         PIC 9(7)    VALUE 0.
           05  LC-RECORDS-UNCHANGED        PIC 9(7)    VALUE 0.
           05  LC-BLANK-ID-SKIPPED         PIC 9(7)    VALUE 0.
           05  LC-WRITE-ERRORS             PIC 9(7)    VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       100-LOAD-ARCHIVE-INDEX.
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 400-READ-ARCHIVE-FILE
           PERFORM 1200-FINAL-ROUTINE
           .

       200-HSKPING-ROUTINE.
           OPEN INPUT RESULTS-ARCHIVE-FILE
                I-O   RESULTS-INDEX-FILE

      *  NO ARCHIVE AT ALL IS A HARD STOP - THE STEP ONLY RUNS
      *  AFTER SOMETHING HAS JUST APPENDED TO IT.
           IF WS-ARCHIVE-FILE-STATUS NOT = '00'
              DISPLAY 'LAB7ARCLOAD: CANNOT OPEN RESULTS ARCHIVE,'
                      ' FILE STATUS ' WS-ARCHIVE-FILE-STATUS
                      ' - KEYED FILE LEFT UNTOUCHED'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

      *  STATUS '05' IS THE FIRST-RUN CREATE OF THE OPTIONAL FILE.
           IF WS-INDEX-FILE-STATUS NOT = '00'
              AND WS-INDEX-FILE-STATUS NOT = '05'
              DISPLAY 'LAB7ARCLOAD: CANNOT OPEN ARCHIVE KEYED FILE,'
                      ' FILE STATUS ' WS-INDEX-FILE-STATUS
              CLOSE RESULTS-ARCHIVE-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           .

       400-READ-ARCHIVE-FILE.
           PERFORM UNTIL NO-MORE-DATA
               READ RESULTS-ARCHIVE-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO LC-RECORDS-READ
                       PERFORM 700-LOAD-ONE-RECORD
               END-READ
           END-PERFORM
           .

       700-LOAD-ONE-RECORD.
           IF RA-STUDENT-ID = SPACES
              ADD 1 TO LC-BLANK-ID-SKIPPED
           ELSE
              MOVE RA-STUDENT-ID TO RX-STUDENT-ID
              MOVE RA-TERM-CODE  TO RX-TERM-CODE
              MOVE RA-DEPT-CODE  TO RX-DEPT-CODE
              MOVE RA-CLASS-CODE TO RX-CLASS-CODE
              READ RESULTS-INDEX-FILE
                 INVALID KEY
                    PERFORM 720-ADD-INDEX-RECORD
                 NOT INVALID KEY
                    PERFORM 740-REPLACE-INDEX-RECORD
              END-READ
           END-IF
           .

       720-ADD-INDEX-RECORD.
           MOVE SPACES        TO RESULTS-INDEX-RECORD
           MOVE RA-STUDENT-ID TO RX-STUDENT-ID
           MOVE RA-TERM-CODE  TO RX-TERM-CODE
           MOVE RA-DEPT-CODE  TO RX-DEPT-CODE
           MOVE RA-CLASS-CODE TO RX-CLASS-CODE
           MOVE RA-NAME       TO RX-NAME
           MOVE RA-AVERAGE    TO RX-AVERAGE
           MOVE RA-GRADE      TO RX-GRADE
           MOVE RA-RUN-DATE   TO RX-RUN-DATE
           WRITE RESULTS-INDEX-RECORD
              INVALID KEY
                 ADD 1 TO LC-WRITE-ERRORS
              NOT INVALID KEY
                 ADD 1 TO LC-RECORDS-ADDED
           END-WRITE
           .

       740-REPLACE-INDEX-RECORD.
      *  SAME-OR-NEWER RUN DATE WINS; FILE ORDER BREAKS A SAME-DAY
      *  TIE IN FAVOR OF THE LATER RECORD, AS IN LAB7STANDING.  A
      *  RECORD ALREADY LOADED ON AN EARLIER NIGHT COMES BACK
      *  IDENTICAL AND IS LEFT ALONE.
           IF RA-RUN-DATE >= RX-RUN-DATE
              AND (RA-RUN-DATE NOT = RX-RUN-DATE
                   OR RA-AVERAGE NOT = RX-AVERAGE
                   OR RA-GRADE   NOT = RX-GRADE
                   OR RA-NAME    NOT = RX-NAME)
              MOVE RA-NAME     TO RX-NAME
              MOVE RA-AVERAGE  TO RX-AVERAGE
              MOVE RA-GRADE    TO RX-GRADE
              MOVE RA-RUN-DATE TO RX-RUN-DATE
              REWRITE RESULTS-INDEX-RECORD
                 INVALID KEY
                    ADD 1 TO LC-WRITE-ERRORS
                 NOT INVALID KEY
                    ADD 1 TO LC-RECORDS-REPLACED
              END-REWRITE
           ELSE
              ADD 1 TO LC-RECORDS-UNCHANGED
           END-IF
           .

       1200-FINAL-ROUTINE.
           CLOSE RESULTS-ARCHIVE-FILE
                 RESULTS-INDEX-FILE

           DISPLAY 'LAB7ARCLOAD: READ ' LC-RECORDS-READ
                   ' ADDED ' LC-RECORDS-ADDED
                   ' REPLACED ' LC-RECORDS-REPLACED
                   ' UNCHANGED ' LC-RECORDS-UNCHANGED
                   ' NO ID ' LC-BLANK-ID-SKIPPED

           IF LC-WRITE-ERRORS > 0
              DISPLAY 'LAB7ARCLOAD: ' LC-WRITE-ERRORS
                      ' KEYED WRITES FAILED'
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN
           .
