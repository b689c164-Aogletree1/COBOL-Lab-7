       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LAB7INQUIRY.
       AUTHOR.         AUSTIN OGLETREE.
      *************************************************
      *      STUDENT GRADE INQUIRY (FRONT OFFICE)
      *
      *    LETS THE FRONT-OFFICE CLERK ANSWER "WHAT DID I GET"
      *    WITHOUT PULLING LISTINGS.  THE CLERK SIGNS ON WITH THEIR
      *    CLERK CODE, THEN KEYS A STUDENT ID OR A STUDENT NAME AT
      *    EACH PROMPT; A BLANK ENTRY ENDS THE SESSION.
      *
      *    AN ENTRY IS TRIED FIRST AS A STUDENT ID ON THE STUDENT
      *    MASTER, THEN AS A NAME (KEYED AS IT STANDS ON THE
      *    MASTER).  A NAME SHARED BY MORE THAN ONE STUDENT LISTS
      *    THE CANDIDATE IDS AND SHOWS NOTHING ELSE - THE CLERK
      *    ASKS THE STUDENT WHICH ONE AND RE-KEYS BY ID.  DROPPED
      *    STUDENTS STILL RESOLVE; THEIR HISTORY DOES NOT GO AWAY.
      *
      *    FOR THE STUDENT FOUND IT SHOWS:
      *      - EVERY TERM AND CLASS ON THE INDEXED RESULTS ARCHIVE
      *        (KEPT BY LAB7ARCLOAD) WITH ITS AVERAGE, LETTER GRADE
      *        AND WHETHER IT IS A W (WITHDRAWN);
      *      - EVERY CLASS STILL PARKED ON THE SUSPENSE FILE AS AN
      *        INC, WITH THE DATE IT WAS PARKED;
      *      - EVERY GRADE-CHANGE TRANSACTION ON THE GCAUDIT TRAIL
      *        THAT WAS NOT APPLIED AND HAS NOT BEEN APPLIED BY A
      *        LATER RUN SINCE, WITH THE REASON IT WAS HELD.  THE
      *        TRAIL CARRIES NAMES, NOT IDS, SO THESE ARE MATCHED
      *        ON THE NAME FROM THE MASTER.
      *
      *    READ-ONLY.  EVERY GRADE FILE IS OPENED INPUT; THE ONLY
      *    FILE WRITTEN IS THE INQUIRY LOG, ONE LINE PER LOOKUP
      *    (DATE, TIME, CLERK, WHAT WAS KEYED, WHO IT RESOLVED TO),
      *    SO THE REGISTRAR CAN ANSWER WHO LOOKED AT WHOSE GRADES.
      *    A SESSION THAT CANNOT OPEN THE LOG IS NOT ALLOWED TO
      *    LOOK ANYTHING UP.
      *******
      *  INPUT:  SYSIN    - THE CLERK'S TERMINAL (CLERK CODE, THEN
      *          ONE STUDENT ID OR NAME PER PROMPT).
      *          STUMAST  - THE INDEXED STUDENT MASTER.
      *          RESIDX   - THE INDEXED RESULTS ARCHIVE.
      *          SUSPENSE - TONIGHT'S 80-COL SUSPENSE RECORDS
      *          (OPTIONAL - LAYOUT IN LAB7SUSPAGE).
      *          GCAUDIT  - THE GRADE-CHANGE AUDIT TRAIL (OPTIONAL -
      *          LAYOUT IN LAB7GRDCHG).
      *******
      *  OUTPUT: SYSOUT   - THE CLERK'S TERMINAL.
      *          INQLOG   - THE ACCUMULATING INQUIRY LOG (EXTENDED,
      *          CREATED ON FIRST USE).
      *******
      *  RETURN CODE: 0 NORMAL END OF SESSION; 8 NO CLERK CODE
      *          KEYED (NOTHING LOOKED UP); 12 THE MASTER, THE
      *          ARCHIVE OR THE INQUIRY LOG COULD NOT BE OPENED.
      *********************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *    DYNAMIC - KEYED READ FOR AN ID, BROWSE FOR A NAME.
           SELECT STUDENT-MASTER-FILE
               ASSIGN TO "STUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
      *
           SELECT RESULTS-INDEX-FILE
               ASSIGN TO "RESIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RX-ARCHIVE-KEY
               FILE STATUS IS WS-INDEX-FILE-STATUS.
      *
           SELECT SUSPENSE-FILE
               ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
      *
           SELECT CHANGE-AUDIT-FILE
               ASSIGN TO "GCAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
      *
           SELECT OPTIONAL INQUIRY-LOG-FILE
               ASSIGN TO "INQLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *  MUST MATCH STUDENT-MASTER-RECORD IN LAB7STUMAINT.
       FD  STUDENT-MASTER-FILE
           RECORD CONTAINS 50 CHARACTERS.
      *
       01  STUDENT-MASTER-RECORD.
           05  SM-STUDENT-ID                   PIC X(9).
           05  SM-NAME                         PIC X(20).
           05  SM-STATUS                       PIC X.
           05  SM-LAST-MAINT-DATE              PIC 9(6).
           05  SM-PRIVACY-HOLD                 PIC X.
               88 SM-HOLD-ON-FILE              VALUE 'H'.
           05  SM-HOLD-START-DATE              PIC 9(6).
           05  SM-HOLD-RELEASE-DATE            PIC 9(6).
           05  FILLER                          PIC X(1).
      *
      *  MUST MATCH RESULTS-INDEX-RECORD IN LAB7ARCLOAD.
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
      *  MUST MATCH SUSPENSE-RECORD IN LAB7SUSPAGE.
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
      *  EVERY TEST COUNT.
       01  SUSPENSE-RECORD-TAIL.
           05  FILLER                          PIC X(71).
           05  SU-PARK-DATE                    PIC X(6).
           05  FILLER                          PIC X(3).
      *
      *  THE AUDIT TRAIL IS A PRINT FILE.  ONLY TWO OF ITS LINE
      *  SHAPES MATTER HERE - THE RUN HEADING (FOR THE DATE) AND
      *  THE PER-TRANSACTION DISPOSITION LINE.  MUST MATCH
      *  HEADING-CHANGE-1 AND CHANGE-DISPOSITION-LINE IN LAB7GRDCHG.
       FD  CHANGE-AUDIT-FILE
           RECORD CONTAINS 120 CHARACTERS.
      *
       01  AUDIT-DISPOSITION-LINE.
           05  AD-LEAD                         PIC X(5).
           05  AD-TERM-CODE                    PIC X(4).
           05  FILLER                          PIC X(2).
           05  AD-DEPT-CODE                    PIC X(4).
           05  FILLER                          PIC X(2).
           05  AD-CLASS-CODE                   PIC X(5).
           05  FILLER                          PIC X(2).
           05  AD-NAME                         PIC X(20).
           05  FILLER                          PIC X(2).
           05  AD-TEST-NUMBER                  PIC X.
           05  FILLER                          PIC X(2).
           05  AD-NEW-SCORE                    PIC X(3).
           05  FILLER                          PIC X(2).
           05  AD-APPROVER-CODE                PIC X(4).
           05  FILLER                          PIC X(2).
           05  AD-DISPOSITION                  PIC X(30).
           05  FILLER                          PIC X(30).
      *
       01  AUDIT-HEADING-LINE.
           05  AH-TITLE                        PIC X(21).
           05  FILLER                          PIC X(34).
           05  AH-RUN-DATE                     PIC X(6).
           05  FILLER                          PIC X(59).
      *
       FD  INQUIRY-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  INQUIRY-LOG-LINE                    PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  WS-SESSION-DONE             PIC X       VALUE 'N'.
               88 SESSION-DONE                         VALUE 'Y'.
           05  WS-STUDENT-FOUND            PIC X       VALUE 'N'.
               88 STUDENT-FOUND                        VALUE 'Y'.
           05  WS-MASTER-EOF               PIC X       VALUE 'N'.
           05  WS-INDEX-EOF                PIC X       VALUE 'N'.
           05  WS-SUSPENSE-EOF             PIC X       VALUE 'N'.
           05  WS-AUDIT-EOF                PIC X       VALUE 'N'.
           05  WS-MASTER-FILE-STATUS       PIC XX      VALUE '00'.
           05  WS-INDEX-FILE-STATUS        PIC XX      VALUE '00'.
           05  WS-SUSPENSE-FILE-STATUS     PIC XX      VALUE '00'.
           05  WS-AUDIT-FILE-STATUS        PIC XX      VALUE '00'.
           05  WS-LOG-FILE-STATUS          PIC XX      VALUE '00'.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.
      *
      *  TODAY AS ONE NUMBER, FOR THE PRIVACY-HOLD TEST IN 400-.
       01  WS-TODAY-DATE                   PIC 9(6)    VALUE 0.
      *
       01  WS-CURRENT-TIME.
           05  WS-TIME-HHMMSS              PIC 9(6).
           05  FILLER                      PIC 9(2).
      *
       01  WS-CLERK-CODE                   PIC X(8)    VALUE SPACES.
      *
      *  WHAT THE CLERK KEYED.  NINE CHARACTERS OR FEWER MAY BE AN
      *  ID; ANYTHING LONGER CAN ONLY BE A NAME.
       01  WS-SEARCH-TEXT                  PIC X(20)   VALUE SPACES.
       01  WS-SEARCH-VIEW REDEFINES WS-SEARCH-TEXT.
           05  WS-SEARCH-ID                PIC X(9).
           05  WS-SEARCH-REST              PIC X(11).
      *
       01  FOUND-STUDENT.
           05  FS-STUDENT-ID               PIC X(9).
           05  FS-NAME                     PIC X(20).
           05  FS-STATUS                   PIC X.
      *
       01  WS-LOOKUP-RESULT                PIC X(10)   VALUE SPACES.
      *
      *  STUDENTS SHARING THE NAME KEYED.  MORE THAN TEN IS ONLY
      *  COUNTED - THE CLERK NEEDS THE ID EITHER WAY.
       01  NAME-MATCH-TABLE.
           05  NM-COUNT                    PIC 9(3)    VALUE 0.
           05  NM-ENTRY OCCURS 10 TIMES INDEXED BY NM-IDX.
               10  NM-STUDENT-ID           PIC X(9).
               10  NM-STATUS               PIC X.
      *
       01  INQUIRY-COUNTERS.
           05  IC-ARCHIVE-ROWS             PIC 9(4)    VALUE 0.
           05  IC-INCOMPLETE-ROWS          PIC 9(4)    VALUE 0.
           05  IC-PENDING-ROWS             PIC 9(4)    VALUE 0.
           05  IC-ROWS-SHOWN               PIC 9(4)    VALUE 0.
           05  IC-LOOKUPS                  PIC 9(5)    VALUE 0.
      *
      *  NOT-APPLIED GRADE CHANGES FOR THE STUDENT, OLDEST FIRST.
      *  AN ENTRY IS CLEARED WHEN A LATER RUN APPLIES A CHANGE TO
      *  THE SAME TERM/CLASS/TEST.  MORE THAN 100 IS ONLY COUNTED.
       01  PENDING-CHANGE-TABLE.
           05  PC-COUNT                    PIC 9(3)    VALUE 0.
           05  PC-OVERFLOW-COUNT           PIC 9(5)    VALUE 0.
           05  PC-CURRENT-RUN-DATE         PIC X(6)    VALUE SPACES.
           05  PC-ENTRY OCCURS 100 TIMES INDEXED BY PC-IDX.
               10  PC-RUN-DATE             PIC X(6).
               10  PC-TERM-CODE            PIC X(4).
               10  PC-DEPT-CODE            PIC X(4).
               10  PC-CLASS-CODE           PIC X(5).
               10  PC-TEST-NUMBER          PIC X.
               10  PC-NEW-SCORE            PIC X(3).
               10  PC-APPROVER-CODE        PIC X(4).
               10  PC-DISPOSITION          PIC X(30).
               10  PC-CLEARED              PIC X.
      *
      ********************OUTPUT AREA*********************************
      *
       01  STUDENT-BANNER-LINE.
           05                              PIC X(9)  VALUE 'STUDENT: '.
           05  SBL-STUDENT-ID              PIC X(9).
           05                              PIC X(2)  VALUE SPACES.
           05  SBL-NAME                    PIC X(20).
           05                              PIC X(2)  VALUE SPACES.
           05  SBL-STATUS                  PIC X(16).
      *
       01  HOLD-NOTICE-LINE.
           05                              PIC X(28) VALUE
               '*** PRIVACY HOLD SINCE '.
           05  HNL-START-DATE              PIC 9(6).
           05                              PIC X(36) VALUE
               ' - CONFIRM IDENTITY BEFORE RELEASE'.
      *
       01  ARCHIVE-HEADING-LINE.
           05                              PIC X(36) VALUE
               'TERM  DEPT  CLASS  AVERAGE  GRADE  '.
           05                              PIC X(20) VALUE
               'STATUS      RUN DATE'.
      *
       01  ARCHIVE-DETAIL-LINE.
           05  ADL-TERM-CODE               PIC X(4).
           05                              PIC X(2)  VALUE SPACES.
           05  ADL-DEPT-CODE               PIC X(4).
           05                              PIC X(2)  VALUE SPACES.
           05  ADL-CLASS-CODE              PIC X(5).
           05                              PIC X(3)  VALUE SPACES.
           05  ADL-AVERAGE                 PIC ZZ9.99.
           05  ADL-AVERAGE-X REDEFINES ADL-AVERAGE
                                           PIC X(6).
           05                              PIC X(3)  VALUE SPACES.
           05  ADL-GRADE                   PIC X.
           05                              PIC X(6)  VALUE SPACES.
           05  ADL-STATUS                  PIC X(10).
           05                              PIC X(2)  VALUE SPACES.
           05  ADL-DATE                    PIC X(6).
      *
       01  PENDING-HEADING-LINE.
           05                              PIC X(40) VALUE
               'GRADE CHANGES NOT APPLIED - AUDIT RUN / '.
           05                              PIC X(36) VALUE
               'TERM / CLASS / TEST / SCORE / APPR:'.
      *
       01  PENDING-DETAIL-LINE.
           05  PDL-RUN-DATE                PIC X(6).
           05                              PIC X(2)  VALUE SPACES.
           05  PDL-TERM-CODE               PIC X(4).
           05                              PIC X(2)  VALUE SPACES.
           05  PDL-DEPT-CODE               PIC X(4).
           05                              PIC X(1)  VALUE SPACES.
           05  PDL-CLASS-CODE              PIC X(5).
           05                              PIC X(2)  VALUE SPACES.
           05  PDL-TEST-NUMBER             PIC X.
           05                              PIC X(2)  VALUE SPACES.
           05  PDL-NEW-SCORE               PIC X(3).
           05                              PIC X(2)  VALUE SPACES.
           05  PDL-APPROVER-CODE           PIC X(4).
           05                              PIC X(2)  VALUE SPACES.
           05  PDL-DISPOSITION             PIC X(30).
      *
       01  NAME-MATCH-LINE.
           05                              PIC X(4)  VALUE SPACES.
           05  NML-STUDENT-ID              PIC X(9).
           05                              PIC X(2)  VALUE SPACES.
           05  NML-STATUS                  PIC X(7).
      *
       01  INQUIRY-LOG-RECORD.
           05  ILR-DATE                    PIC 9(6).
           05                              PIC X(1)  VALUE SPACES.
           05  ILR-TIME                    PIC 9(6).
           05                              PIC X(1)  VALUE SPACES.
           05  ILR-CLERK-CODE              PIC X(8).
           05                              PIC X(1)  VALUE SPACES.
           05  ILR-SEARCH-TEXT             PIC X(20).
           05                              PIC X(1)  VALUE SPACES.
           05  ILR-STUDENT-ID              PIC X(9).
           05                              PIC X(1)  VALUE SPACES.
           05  ILR-RESULT                  PIC X(10).
           05                              PIC X(1)  VALUE SPACES.
           05  ILR-ROWS-SHOWN              PIC 9(4).
           05                              PIC X(11) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       100-RUN-GRADE-INQUIRY.
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 300-PROCESS-ONE-INQUIRY
               UNTIL SESSION-DONE
           PERFORM 1200-FINAL-ROUTINE
           .

       200-HSKPING-ROUTINE.
           OPEN INPUT  STUDENT-MASTER-FILE
                INPUT  RESULTS-INDEX-FILE
                EXTEND INQUIRY-LOG-FILE

           IF WS-MASTER-FILE-STATUS NOT = '00'
              DISPLAY 'LAB7INQUIRY: CANNOT OPEN STUDENT MASTER,'
                      ' FILE STATUS ' WS-MASTER-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-INDEX-FILE-STATUS NOT = '00'
              DISPLAY 'LAB7INQUIRY: CANNOT OPEN ARCHIVE KEYED FILE,'
                      ' FILE STATUS ' WS-INDEX-FILE-STATUS
              CLOSE STUDENT-MASTER-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

      *  '05' IS THE FIRST-EVER SESSION CREATING THE LOG.
           IF WS-LOG-FILE-STATUS NOT = '00'
              AND WS-LOG-FILE-STATUS NOT = '05'
              DISPLAY 'LAB7INQUIRY: CANNOT OPEN INQUIRY LOG,'
                      ' FILE STATUS ' WS-LOG-FILE-STATUS
                      ' - NO LOOKUPS ALLOWED'
              CLOSE STUDENT-MASTER-FILE
                    RESULTS-INDEX-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           DISPLAY 'LAB7INQUIRY - STUDENT GRADE INQUIRY (READ ONLY)'
           DISPLAY 'ENTER YOUR CLERK CODE:'
           ACCEPT WS-CLERK-CODE

      *  EVERY LOOKUP IS LOGGED AGAINST A CLERK - NO CODE, NO
      *  SESSION.
           IF WS-CLERK-CODE = SPACES
              DISPLAY 'LAB7INQUIRY: NO CLERK CODE ENTERED -'
                      ' SESSION ENDED'
              CLOSE STUDENT-MASTER-FILE
                    RESULTS-INDEX-FILE
                    INQUIRY-LOG-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           .

       300-PROCESS-ONE-INQUIRY.
           MOVE SPACES TO WS-SEARCH-TEXT
           DISPLAY ' '
           DISPLAY 'ENTER STUDENT ID OR NAME (BLANK TO END):'
           ACCEPT WS-SEARCH-TEXT

           IF WS-SEARCH-TEXT = SPACES
              MOVE 'Y' TO WS-SESSION-DONE
           ELSE
              ADD 1 TO IC-LOOKUPS
              MOVE 0      TO IC-ROWS-SHOWN
              MOVE SPACES TO FOUND-STUDENT
              PERFORM 400-RESOLVE-STUDENT
              IF STUDENT-FOUND
                 PERFORM 500-SHOW-ARCHIVE-HISTORY
                 PERFORM 600-SHOW-INCOMPLETES
                 PERFORM 650-LOAD-PENDING-CHANGES
                 PERFORM 680-SHOW-PENDING-CHANGES
                 ADD IC-ARCHIVE-ROWS IC-INCOMPLETE-ROWS
                     IC-PENDING-ROWS TO IC-ROWS-SHOWN
                 MOVE 'SHOWN' TO WS-LOOKUP-RESULT
              END-IF
              PERFORM 800-WRITE-INQUIRY-LOG
           END-IF
           .

       400-RESOLVE-STUDENT.
           MOVE 'N' TO WS-STUDENT-FOUND

           IF WS-SEARCH-REST = SPACES
              MOVE WS-SEARCH-ID TO SM-STUDENT-ID
              READ STUDENT-MASTER-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-STUDENT-FOUND
              END-READ
           END-IF

           IF NOT STUDENT-FOUND
              PERFORM 420-SEARCH-MASTER-BY-NAME
           END-IF

           IF STUDENT-FOUND
              MOVE SM-STUDENT-ID TO FS-STUDENT-ID
              MOVE SM-NAME       TO FS-NAME
              MOVE SM-STATUS     TO FS-STATUS
              MOVE FS-STUDENT-ID TO SBL-STUDENT-ID
              MOVE FS-NAME       TO SBL-NAME
              IF FS-STATUS = 'D'
                 MOVE '(DROPPED)' TO SBL-STATUS
              ELSE
                 MOVE SPACES      TO SBL-STATUS
              END-IF
              DISPLAY ' '
              DISPLAY STUDENT-BANNER-LINE
      *  THE SAME IN-EFFECT TEST AS LAB7MULTIBREAK'S - A HOLD
      *  DATED TO START LATER, OR ALREADY RELEASED, IS NOT SHOWN.
              ACCEPT WS-CURRENT-DATE FROM DATE
              MOVE WS-CURRENT-DATE TO WS-TODAY-DATE
              IF SM-HOLD-ON-FILE
                 AND SM-HOLD-START-DATE NOT > WS-TODAY-DATE
                 AND (SM-HOLD-RELEASE-DATE = ZERO
                      OR SM-HOLD-RELEASE-DATE > WS-TODAY-DATE)
                 MOVE SM-HOLD-START-DATE TO HNL-START-DATE
                 DISPLAY HOLD-NOTICE-LINE
              END-IF
           END-IF
           .

       420-SEARCH-MASTER-BY-NAME.
      *  A FULL BROWSE OF THE MASTER - IT IS KEYED ON ID, NOT NAME.
           MOVE 0          TO NM-COUNT
           MOVE 'N'        TO WS-MASTER-EOF
           MOVE LOW-VALUES TO SM-STUDENT-ID
           START STUDENT-MASTER-FILE
                 KEY IS NOT LESS THAN SM-STUDENT-ID
              INVALID KEY
                 MOVE 'Y' TO WS-MASTER-EOF
           END-START

           PERFORM UNTIL WS-MASTER-EOF = 'Y'
              READ STUDENT-MASTER-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-MASTER-EOF
                 NOT AT END
                    IF SM-NAME = WS-SEARCH-TEXT
                       ADD 1 TO NM-COUNT
                       IF NM-COUNT NOT > 10
                          SET NM-IDX TO NM-COUNT
                          MOVE SM-STUDENT-ID TO NM-STUDENT-ID(NM-IDX)
                          MOVE SM-STATUS     TO NM-STATUS(NM-IDX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           EVALUATE TRUE
             WHEN NM-COUNT = 0
                DISPLAY 'NO STUDENT WITH THAT ID OR NAME IS ON THE'
                        ' STUDENT MASTER'
                MOVE 'NOT FOUND' TO WS-LOOKUP-RESULT

      *  RE-READ BY KEY SO THE MASTER RECORD IS THE ONE MATCHED.
             WHEN NM-COUNT = 1
                MOVE NM-STUDENT-ID(1) TO SM-STUDENT-ID
                READ STUDENT-MASTER-FILE
                   INVALID KEY
                      MOVE 'NOT FOUND' TO WS-LOOKUP-RESULT
                   NOT INVALID KEY
                      MOVE 'Y' TO WS-STUDENT-FOUND
                END-READ

             WHEN OTHER
                PERFORM 440-LIST-NAME-MATCHES
                MOVE 'AMBIGUOUS' TO WS-LOOKUP-RESULT
           END-EVALUATE
           .

       440-LIST-NAME-MATCHES.
           DISPLAY NM-COUNT ' STUDENTS HAVE THAT NAME - RE-ENTER BY'
                   ' STUDENT ID:'
           PERFORM VARYING NM-IDX FROM 1 BY 1
                   UNTIL NM-IDX > NM-COUNT OR NM-IDX > 10
              MOVE NM-STUDENT-ID(NM-IDX) TO NML-STUDENT-ID
              IF NM-STATUS(NM-IDX) = 'D'
                 MOVE 'DROPPED' TO NML-STATUS
              ELSE
                 MOVE 'ACTIVE'  TO NML-STATUS
              END-IF
              DISPLAY NAME-MATCH-LINE
           END-PERFORM
           IF NM-COUNT > 10
              DISPLAY '    (ONLY THE FIRST 10 ARE LISTED)'
           END-IF
           .

       500-SHOW-ARCHIVE-HISTORY.
      *  THE KEY LEADS WITH THE STUDENT ID, SO ONE START AND A
      *  BROWSE UNTIL THE ID CHANGES GIVES THE WHOLE HISTORY.
           MOVE 0          TO IC-ARCHIVE-ROWS
           MOVE 'N'        TO WS-INDEX-EOF
           MOVE LOW-VALUES TO RX-ARCHIVE-KEY
           MOVE FS-STUDENT-ID TO RX-STUDENT-ID
           START RESULTS-INDEX-FILE
                 KEY IS NOT LESS THAN RX-ARCHIVE-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-INDEX-EOF
           END-START

           DISPLAY ' '
           DISPLAY ARCHIVE-HEADING-LINE

           PERFORM UNTIL WS-INDEX-EOF = 'Y'
              READ RESULTS-INDEX-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-INDEX-EOF
                 NOT AT END
                    IF RX-STUDENT-ID NOT = FS-STUDENT-ID
                       MOVE 'Y' TO WS-INDEX-EOF
                    ELSE
                       PERFORM 520-SHOW-ARCHIVE-LINE
                    END-IF
              END-READ
           END-PERFORM

           IF IC-ARCHIVE-ROWS = 0
              DISPLAY '    NO GRADES ON THE RESULTS ARCHIVE'
           END-IF
           .

       520-SHOW-ARCHIVE-LINE.
           ADD 1 TO IC-ARCHIVE-ROWS
           MOVE RX-TERM-CODE  TO ADL-TERM-CODE
           MOVE RX-DEPT-CODE  TO ADL-DEPT-CODE
           MOVE RX-CLASS-CODE TO ADL-CLASS-CODE
           MOVE RX-AVERAGE    TO ADL-AVERAGE
           MOVE RX-GRADE      TO ADL-GRADE
           MOVE RX-RUN-DATE   TO ADL-DATE
           IF RX-GRADE = 'W'
              MOVE 'WITHDRAWN' TO ADL-STATUS
           ELSE
              MOVE 'POSTED'    TO ADL-STATUS
           END-IF
           DISPLAY ARCHIVE-DETAIL-LINE
           .

       600-SHOW-INCOMPLETES.
      *  A SUSPENSE RECORD PARKED BEFORE STUDENT IDS EXISTED HAS NO
      *  ID - IT MATCHES ON NAME INSTEAD.  NO SUSPENSE FILE MEANS
      *  NOTHING IS PARKED.
           MOVE 0   TO IC-INCOMPLETE-ROWS
           MOVE 'N' TO WS-SUSPENSE-EOF
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS = '00'
              PERFORM UNTIL WS-SUSPENSE-EOF = 'Y'
                 READ SUSPENSE-FILE
                    AT END
                       MOVE 'Y' TO WS-SUSPENSE-EOF
                    NOT AT END
                       IF SU-STUDENT-ID = FS-STUDENT-ID
                          OR (SU-STUDENT-ID = SPACES
                              AND SU-NAME = FS-NAME)
                          ADD 1 TO IC-INCOMPLETE-ROWS
                          MOVE SU-TERM-CODE  TO ADL-TERM-CODE
                          MOVE SU-DEPT-CODE  TO ADL-DEPT-CODE
                          MOVE SU-CLASS-CODE TO ADL-CLASS-CODE
                          MOVE SPACES        TO ADL-AVERAGE-X
                          MOVE SPACES        TO ADL-GRADE
                          MOVE 'INCOMPLETE'  TO ADL-STATUS
                          MOVE SU-PARK-DATE  TO ADL-DATE
                          DISPLAY ARCHIVE-DETAIL-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SUSPENSE-FILE
           END-IF
           .

       650-LOAD-PENDING-CHANGES.
           MOVE 0      TO PC-COUNT
           MOVE 0      TO PC-OVERFLOW-COUNT
           MOVE SPACES TO PC-CURRENT-RUN-DATE
           MOVE 'N'    TO WS-AUDIT-EOF
           OPEN INPUT CHANGE-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = '00'
              PERFORM UNTIL WS-AUDIT-EOF = 'Y'
                 READ CHANGE-AUDIT-FILE
                    AT END
                       MOVE 'Y' TO WS-AUDIT-EOF
                    NOT AT END
                       PERFORM 660-TABLE-AUDIT-LINE
                 END-READ
              END-PERFORM
              CLOSE CHANGE-AUDIT-FILE
           END-IF
           .

       660-TABLE-AUDIT-LINE.
      *  A DISPOSITION LINE IS THE ONLY LINE ON THE TRAIL THAT
      *  STARTS WITH FIVE SPACES AND THEN A TERM CODE.  WHEN
      *  LAB7RETAIN ROLLS THE TRAIL IT CARRIES THE STILL-PENDING
      *  LINES FORWARD UNDER THEIR ORIGINAL RUN HEADINGS, SO THEY
      *  READ HERE EXACTLY AS BEFORE THE ROLL.
           IF AH-TITLE = 'OFFICIAL GRADE-CHANGE'
              MOVE AH-RUN-DATE TO PC-CURRENT-RUN-DATE
           ELSE
              IF AD-LEAD = SPACES
                 AND AD-TERM-CODE NOT = SPACES
                 AND AD-NAME = FS-NAME
                 IF AD-DISPOSITION = 'APPLIED'
                    PERFORM VARYING PC-IDX FROM 1 BY 1
                            UNTIL PC-IDX > PC-COUNT
                       IF PC-TERM-CODE(PC-IDX)   = AD-TERM-CODE
                          AND PC-DEPT-CODE(PC-IDX)   = AD-DEPT-CODE
                          AND PC-CLASS-CODE(PC-IDX)  = AD-CLASS-CODE
                          AND PC-TEST-NUMBER(PC-IDX) = AD-TEST-NUMBER
                          MOVE 'Y' TO PC-CLEARED(PC-IDX)
                       END-IF
                    END-PERFORM
                 ELSE
                    IF PC-COUNT < 100
                       ADD 1 TO PC-COUNT
                       SET PC-IDX TO PC-COUNT
                       MOVE PC-CURRENT-RUN-DATE TO PC-RUN-DATE(PC-IDX)
                       MOVE AD-TERM-CODE     TO PC-TERM-CODE(PC-IDX)
                       MOVE AD-DEPT-CODE     TO PC-DEPT-CODE(PC-IDX)
                       MOVE AD-CLASS-CODE    TO PC-CLASS-CODE(PC-IDX)
                       MOVE AD-TEST-NUMBER   TO PC-TEST-NUMBER(PC-IDX)
                       MOVE AD-NEW-SCORE     TO PC-NEW-SCORE(PC-IDX)
                       MOVE AD-APPROVER-CODE TO
                            PC-APPROVER-CODE(PC-IDX)
                       MOVE AD-DISPOSITION   TO PC-DISPOSITION(PC-IDX)
                       MOVE 'N'              TO PC-CLEARED(PC-IDX)
                    ELSE
                       ADD 1 TO PC-OVERFLOW-COUNT
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       680-SHOW-PENDING-CHANGES.
           MOVE 0 TO IC-PENDING-ROWS
           PERFORM VARYING PC-IDX FROM 1 BY 1
                   UNTIL PC-IDX > PC-COUNT
              IF PC-CLEARED(PC-IDX) = 'N'
                 IF IC-PENDING-ROWS = 0
                    DISPLAY ' '
                    DISPLAY PENDING-HEADING-LINE
                 END-IF
                 ADD 1 TO IC-PENDING-ROWS
                 MOVE PC-RUN-DATE(PC-IDX)      TO PDL-RUN-DATE
                 MOVE PC-TERM-CODE(PC-IDX)     TO PDL-TERM-CODE
                 MOVE PC-DEPT-CODE(PC-IDX)     TO PDL-DEPT-CODE
                 MOVE PC-CLASS-CODE(PC-IDX)    TO PDL-CLASS-CODE
                 MOVE PC-TEST-NUMBER(PC-IDX)   TO PDL-TEST-NUMBER
                 MOVE PC-NEW-SCORE(PC-IDX)     TO PDL-NEW-SCORE
                 MOVE PC-APPROVER-CODE(PC-IDX) TO PDL-APPROVER-CODE
                 MOVE PC-DISPOSITION(PC-IDX)   TO PDL-DISPOSITION
                 DISPLAY PENDING-DETAIL-LINE
              END-IF
           END-PERFORM

           IF PC-OVERFLOW-COUNT > 0
              DISPLAY '    PLUS ' PC-OVERFLOW-COUNT
                      ' MORE NOT-APPLIED CHANGES - SEE GCAUDIT'
           END-IF
           .

       800-WRITE-INQUIRY-LOG.
           ACCEPT WS-CURRENT-DATE FROM DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE  TO ILR-DATE
           MOVE WS-TIME-HHMMSS   TO ILR-TIME
           MOVE WS-CLERK-CODE    TO ILR-CLERK-CODE
           MOVE WS-SEARCH-TEXT   TO ILR-SEARCH-TEXT
           MOVE FS-STUDENT-ID    TO ILR-STUDENT-ID
           MOVE WS-LOOKUP-RESULT TO ILR-RESULT
           MOVE IC-ROWS-SHOWN    TO ILR-ROWS-SHOWN
           WRITE INQUIRY-LOG-LINE FROM INQUIRY-LOG-RECORD
           .

       1200-FINAL-ROUTINE.
           CLOSE STUDENT-MASTER-FILE
                 RESULTS-INDEX-FILE
                 INQUIRY-LOG-FILE

           DISPLAY 'LAB7INQUIRY: SESSION ENDED FOR CLERK '
                   WS-CLERK-CODE ' - ' IC-LOOKUPS ' LOOKUPS LOGGED'

           MOVE 0 TO RETURN-CODE
           STOP RUN
           .
