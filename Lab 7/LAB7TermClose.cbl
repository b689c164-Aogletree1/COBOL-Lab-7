       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LAB7TERMCLOSE.
       AUTHOR.         AUSTIN OGLETREE.
      *************************************************
      *      TERM CLOSE AND OFFICIAL SIS GRADE POSTING
      *
      *    RUN BY THE REGISTRAR ONCE A TERM'S GRADES ARE CERTIFIED.
      *    UNTIL NOW NO TERM WAS EVER FINAL - ANYONE COULD RE-RUN
      *    IT THROUGH LAB7MULTIBREAK WITH THE FORCE PARM AND
      *    OVERWRITE RESULTS AND THE ARCHIVE LONG AFTER THE GRADES
      *    WENT OUT.  THIS PROGRAM MAKES THE CLOSE A RECORDED EVENT:
      *
      *      - THE TERM'S LATEST ARCHIVED COPY OF EVERY RESULT
      *        (LATEST RUN DATE PER TERM/CLASS/STUDENT, SAME RULE
      *        AS LAB7STANDING - SO A GRADE CHANGE ALREADY APPLIED
      *        BY LAB7GRDCHG IS WHAT POSTS) IS WRITTEN TO A FIXED-
      *        FORMAT OFFICIAL POSTING FILE FOR THE STUDENT
      *        INFORMATION SYSTEM, WITH A HEADER AND A TRAILER
      *        CARRYING THE DETAIL COUNT AND A HASH TOTAL OF THE
      *        AVERAGES SO THE SIS LOAD CAN BALANCE WHAT IT GOT.
      *      - A TERM-CONTROL RECORD IS APPENDED MARKING THE TERM
      *        CLOSED, WITH THE CLOSE DATE AND THE CERTIFIER CODE.
      *
      *    ONCE THAT RECORD EXISTS LAB7MULTIBREAK REJECTS THE TERM'S
      *    RECORDS (TCL) EVEN WITH FORCE (SEE ITS 160-CHECK-RUN-
      *    HISTORY), AND THE ONLY WAY TO CHANGE ONE OF ITS GRADES IS
      *    A LAB7GRDCHG TRANSACTION, WHICH ALSO WRITES THE CHANGE TO
      *    A SUPPLEMENTAL POSTING FILE IN THE SAME FORMAT AS THIS
      *    ONE.
      *
      *    A TERM STILL HOLDING INCOMPLETES ON SUSPENSE OR RECORDS
      *    ON THE REJECT FILE IS NOT READY TO CLOSE: ONCE CLOSED,
      *    A MAKEUP OR A FIX FOR ONE OF THEM COULD NEVER GRADE (THE
      *    NIGHTLY RUN REJECTS IT AS TCL) AND LAB7GRDCHG CANNOT
      *    POST IT EITHER, SINCE THE STUDENT HAS NO POSTED RESULT
      *    TO CHANGE.  SO THE CLOSE IS REFUSED, WITH THE OPEN
      *    RECORDS LISTED ON THE CLOSE REPORT, UNTIL THEY ARE
      *    GRADED (OR LAPSE THROUGH LAB7MAKEUP) - UNLESS THE
      *    REGISTRAR PASSES FORCE.  A FORCED CLOSE LISTS THE SAME
      *    RECORDS AND CLOSES OVER THEM: EACH THEN REJECTS AS TCL
      *    UNTIL A LAB7REJFIX DROP TAKES IT OUT, AND ANY GRADE IT
      *    WAS OWED MUST BE POSTED TO THE SIS BY HAND.
      *
      *    A RESULT WITH NO STUDENT ID (ARCHIVED BEFORE THE ID
      *    ROLLED OUT) CANNOT POST TO THE SIS - IT IS LEFT OFF THE
      *    POSTING FILE AND LISTED ON THE CLOSE REPORT FOR THE
      *    REGISTRAR TO POST BY HAND.
      *******
      *  PARM:   'TTTT CCCC' - THE TERM CODE TO CLOSE AND THE
      *          CERTIFIER CODE, BLANK-DELIMITED (E.G. 'FA25 RG01').
      *          BOTH ARE REQUIRED.  A THIRD WORD 'FORCE' CLOSES THE
      *          TERM OVER ANY OPEN SUSPENSE/REJECT RECORDS.
      *******
      *  INPUT:  RESARCH - THE PERMANENT 54-COL RESULTS ARCHIVE.
      *          TERMCTL - THE TERM-CONTROL FILE, CHECKED SO A TERM
      *          CANNOT BE CLOSED (AND POSTED) TWICE.  OPTIONAL; NO
      *          FILE MEANS NO TERM HAS BEEN CLOSED YET.
      *          SUSPENSE - THE CURRENT INCOMPLETE-GRADE SUSPENSE
      *          FILE.  OPTIONAL; NO FILE MEANS NOTHING SUSPENDED.
      *          REJFILE  - THE CURRENT MACHINE-READABLE REJECT
      *          FILE.  OPTIONAL; NO FILE MEANS NOTHING REJECTED.
      *******
      *  OUTPUT: SISPOST  - THE OFFICIAL 80-COL POSTING FILE:
      *            ONE 'H' HEADER, ONE 'D' DETAIL PER RESULT, ONE
      *            'T' TRAILER.  POSTING TYPE 'O' (ORIGINAL).
      *          TERMCTL  - ONE 80-COL CLOSE RECORD APPENDED.
      *          CLOSERPT - THE CLOSE REPORT: COUNTS, HASH TOTAL,
      *            ANY RESULTS LEFT OFF THE POSTING FILE, AND ANY
      *            OPEN SUSPENSE/REJECT RECORDS FOR THE TERM.
      *******
      *  RETURN CODE: 0 TERM CLOSED AND POSTED, 4 CLOSED BUT SOME
      *          RESULTS HAD NO STUDENT ID OR THE TERM WAS FORCED
      *          CLOSED OVER OPEN RECORDS, 8 REFUSED (TERM ALREADY
      *          CLOSED, OPEN SUSPENSE/REJECT RECORDS WITHOUT FORCE,
      *          OR NOTHING ARCHIVED FOR IT), 12 BAD PARM,
      *          THE TERM DOES NOT FIT THE ARCHIVE TABLE, OR THE
      *          CLOSE RECORD COULD NOT BE WRITTEN TO TERMCTL - THE
      *          TERM IS STILL OPEN AND SISPOST MUST NOT BE SENT.
      *********************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT OPTIONAL RESULTS-ARCHIVE-FILE
               ASSIGN TO "RESARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
      *
      *    OPTIONAL SO THE FIRST TERM EVER CLOSED CREATES IT - THE
      *    CLOSE RECORD IS APPENDED, NEVER RECREATED, SAME RULE AS
      *    THE OPS LOG.
           SELECT OPTIONAL TERM-CONTROL-FILE
               ASSIGN TO "TERMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMCTL-FILE-STATUS.
      *
      *    READ ONLY TO FIND THE TERM'S OPEN RECORDS - SEE 350-
      *    CHECK-OPEN-RECORDS.
           SELECT OPTIONAL SUSPENSE-FILE
               ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
      *
           SELECT OPTIONAL REJECT-FILE
               ASSIGN TO "REJFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.
      *
           SELECT SIS-POSTING-FILE
               ASSIGN TO "SISPOST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT CLOSE-REPORT-FILE
               ASSIGN TO "CLOSERPT"
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
      *  ONE RECORD PER TERM CLOSE.  READ BY LAB7MULTIBREAK AND
      *  LAB7GRDCHG (THEIR COPIES MUST MATCH THIS ONE).
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
      *  MUST MATCH SUSPENSE-RECORD IN LAB7MULTIBREAK - ONLY THE
      *  FIXED LEADING KEY FIELDS ARE LOOKED AT.
       FD  SUSPENSE-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  SUSPENSE-RECORD.
           05  SU-TERM-CODE                 PIC X(4).
           05  SU-DEPT-CODE                 PIC X(4).
           05  SU-CLASS-CODE                PIC X(5).
           05  SU-NAME                      PIC X(20).
           05  FILLER                       PIC X(47).
      *
      *  MUST MATCH REJECT-RECORD IN LAB7MULTIBREAK - THE 80-COL
      *  STUDENT IMAGE, TWO SPACES, THEN THE CODED REASONS.
       FD  REJECT-FILE
           RECORD CONTAINS 110 CHARACTERS.
      *
       01  REJECT-RECORD.
           05  RJ-TERM-CODE                 PIC X(4).
           05  RJ-DEPT-CODE                 PIC X(4).
           05  RJ-CLASS-CODE                PIC X(5).
           05  RJ-NAME                      PIC X(20).
           05  FILLER                       PIC X(49).
           05  RJ-REASON-CODES              PIC X(28).
      *
      *  THE SIS POSTING LAYOUT - LAB7GRDCHG'S SUPPLEMENTAL FILE
      *  MUST MATCH.  THE HEADER AND TRAILER ARE ALTERNATE VIEWS OF
      *  THE SAME 80 BYTES, TOLD APART BY THE RECORD TYPE IN COL 1.
       FD  SIS-POSTING-FILE
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
      *    THE CERTIFIER ON AN ORIGINAL POSTING, THE GRADE-CHANGE
      *    APPROVER ON A SUPPLEMENTAL ONE.
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
       FD  CLOSE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  CLOSE-REPORT-LINE                PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X       VALUE ' '.
               88 NO-MORE-DATA                         VALUE 'N'.
               88 MORE-RECORDS                         VALUE 'Y'.
           05  WS-ARCHIVE-FILE-STATUS      PIC XX      VALUE '00'.
           05  WS-TERMCTL-FILE-STATUS      PIC XX      VALUE '00'.
           05  WS-SUSPENSE-FILE-STATUS     PIC XX      VALUE '00'.
           05  WS-REJECT-FILE-STATUS       PIC XX      VALUE '00'.
           05  WS-TERM-ALREADY-CLOSED      PIC X       VALUE 'N'.
      *
       01  RUN-PARAMETERS.
           05  WS-RUN-PARM                 PIC X(40)   VALUE SPACES.
           05  WS-CLOSE-TERM-CODE          PIC X(4)    VALUE SPACES.
           05  WS-CERTIFIER-CODE           PIC X(4)    VALUE SPACES.
           05  WS-CLOSE-OVERRIDE           PIC X(8)    VALUE SPACES.
               88 FORCE-CLOSE                          VALUE 'FORCE'.
      *
       01  WS-CURRENT-DATE                 PIC 9(6)    VALUE 0.
      *
      *  THE PRIOR CLOSE OF THIS TERM, IF ANY - ECHOED IN THE
      *  REFUSAL SO THE REGISTRAR SEES WHEN AND BY WHOM.
       01  PRIOR-CLOSE-FIELDS.
           05  PC-CLOSE-DATE               PIC 9(6)    VALUE 0.
           05  PC-CERTIFIER-CODE           PIC X(4)    VALUE SPACES.
      *
      *  THE TERM'S ARCHIVED RESULTS, ONE ENTRY PER CLASS/STUDENT
      *  AT ITS LATEST RUN DATE.  ONLY THE ONE TERM IS TABLED, SO
      *  THE 2000 SLOTS LAB7STANDING USES FOR THE WHOLE ARCHIVE
      *  ARE AMPLE; AN OVERFLOW STILL STOPS THE RUN, SINCE A
      *  PARTIAL POSTING FILE MUST NEVER GO TO THE SIS.
       01  ARCHIVE-TABLE.
           05  AT-COUNT                     PIC S9(5)   VALUE +0.
           05  AT-OVERFLOW-COUNT            PIC S9(5)   VALUE +0.
           05  ARCHIVE-ENTRY OCCURS 2000 TIMES
                                 INDEXED BY AT-IDX.
               10  AT-DEPT-CODE             PIC A(4).
               10  AT-CLASS-CODE            PIC X(5).
               10  AT-STUDENT-ID            PIC X(9).
               10  AT-NAME                  PIC X(20).
               10  AT-AVERAGE               PIC 9(3)V99.
               10  AT-GRADE                 PIC X.
               10  AT-RUN-DATE              PIC 9(6).
      *
       01  CLOSE-COUNTERS.
           05  CL-ARCHIVE-READ              PIC 9(7)    VALUE 0.
           05  CL-TERM-RECORDS              PIC 9(7)    VALUE 0.
           05  CL-RESULTS-POSTED            PIC 9(7)    VALUE 0.
           05  CL-WITHDRAWALS-POSTED        PIC 9(7)    VALUE 0.
           05  CL-RESULTS-UNPOSTED          PIC 9(7)    VALUE 0.
           05  CL-AVERAGE-HASH              PIC 9(9)V99 VALUE 0.
           05  CL-OPEN-SUSPENDED            PIC 9(7)    VALUE 0.
           05  CL-OPEN-REJECTED             PIC 9(7)    VALUE 0.
      *
       01  SWEEP-FIELDS.
           05  SW-FOUND-SUB                 PIC S9(5)   VALUE +0.
      *
      ********************OUTPUT AREA*********************************
      *
       01  HEADING-CLOSE-1.
           05                              PIC X(40) VALUE
                               'TERM CLOSE - OFFICIAL GRADE POSTING'.
           05                              PIC X(6)  VALUE 'TERM: '.
           05  HCL1-TERM-CODE              PIC X(4).
           05                              PIC X(13) VALUE
                                           '   RUN DATE: '.
           05  HCL1-RUN-DATE               PIC 9(6).
      *
       01  HEADING-CLOSE-2.
           05                              PIC X(16) VALUE
                                           'CERTIFIED BY:  '.
           05  HCL2-CERTIFIER-CODE         PIC X(4).
      *
       01  CLOSE-COUNT-LINE.
           05  CCL-DESCRIPTION             PIC X(40).
           05  CCL-COUNT                   PIC Z,ZZZ,ZZ9.
      *
       01  CLOSE-HASH-LINE.
           05                              PIC X(40) VALUE
                               'HASH TOTAL OF POSTED AVERAGES'.
           05  CHL-AVERAGE-HASH            PIC ZZZ,ZZZ,ZZ9.99.
      *
       01  UNPOSTED-HEADING.
           05                              PIC X(40) VALUE
                       'NOT POSTED - NO STUDENT ID ON ARCHIVE:'.
      *
       01  UNPOSTED-DETAIL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  UDL-DEPT-CODE               PIC A(4).
           05                              PIC X(2)  VALUE SPACES.
           05  UDL-CLASS-CODE              PIC X(5).
           05                              PIC X(2)  VALUE SPACES.
           05  UDL-NAME                    PIC X(20).
           05                              PIC X(2)  VALUE SPACES.
           05  UDL-AVERAGE                 PIC ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  UDL-GRADE                   PIC X.
      *
       01  OPEN-RECORDS-HEADING.
           05                              PIC X(44) VALUE
               'OPEN RECORDS FOR THE TERM - NOT YET GRADED:'.
      *
       01  OPEN-RECORD-DETAIL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  ODL-SOURCE                  PIC X(8).
           05                              PIC X(2)  VALUE SPACES.
           05  ODL-DEPT-CODE               PIC X(4).
           05                              PIC X(2)  VALUE SPACES.
           05  ODL-CLASS-CODE              PIC X(5).
           05                              PIC X(2)  VALUE SPACES.
           05  ODL-NAME                    PIC X(20).
           05                              PIC X(2)  VALUE SPACES.
           05  ODL-REASON-CODES            PIC X(28).
      *
       01  OPEN-REFUSED-LINE.
           05                              PIC X(50) VALUE
               'TERM NOT CLOSED - GRADE OR CLEAR THE RECORDS ABOVE'.
           05                              PIC X(22) VALUE
               ', OR RERUN WITH FORCE.'.
      *
       01  OPEN-FORCED-LINE.
           05                              PIC X(50) VALUE
               'FORCE - CLOSED OVER THE RECORDS ABOVE.  THEY WILL '.
           05                              PIC X(30) VALUE
               'REJECT AS TCL UNTIL DROPPED.'.
      *
       01  CLOSED-LINE.
           05                              PIC X(12) VALUE
                                           'TERM CLOSED.'.
      *
       01  NOT-CLOSED-LINE.
           05                              PIC X(44) VALUE
               'TERM NOT CLOSED - SISPOST MUST NOT BE SENT.'.
           05                              PIC X(20) VALUE
               '  TERMCTL STATUS: '.
           05  NCL-FILE-STATUS             PIC XX.
      *
       01  BLANK-LINE                      PIC X(80) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       100-CLOSE-TERM.
           PERFORM 150-GET-RUN-PARAMETERS
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 300-CHECK-TERM-CONTROL
           PERFORM 350-CHECK-OPEN-RECORDS
           PERFORM 400-LOAD-TERM-RESULTS
           PERFORM 500-WRITE-OFFICIAL-POSTING
           PERFORM 600-WRITE-TERM-CONTROL
           PERFORM 700-PRINT-CLOSE-TOTALS
           PERFORM 1200-FINAL-ROUTINE
           .

       150-GET-RUN-PARAMETERS.
      *  SAME ACCEPT FROM COMMAND-LINE DEVICE AS LAB7MULTIBREAK'S
      *  150- - THE WHOLE PARM ARRIVES AS ONE FIELD AND UNSTRING
      *  SPLITS THE TERM FROM THE CERTIFIER.  A CLOSE NOBODY
      *  CERTIFIED IS NOT A CLOSE, SO BOTH ARE REQUIRED.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           UNSTRING WS-RUN-PARM DELIMITED BY ALL SPACE
              INTO WS-CLOSE-TERM-CODE WS-CERTIFIER-CODE
                   WS-CLOSE-OVERRIDE
           END-UNSTRING

      *  ANYTHING BUT 'FORCE' IN THE THIRD WORD IS A TYPO, NOT AN
      *  OVERRIDE - STOP RATHER THAN GUESS WHICH WAS MEANT.
           IF WS-CLOSE-TERM-CODE = SPACES
              OR WS-CERTIFIER-CODE = SPACES
              OR (WS-CLOSE-OVERRIDE NOT = SPACES AND NOT FORCE-CLOSE)
              DISPLAY 'LAB7TERMCLOSE: PARM MUST GIVE THE TERM CODE'
                      ' AND THE CERTIFIER CODE, OPTIONALLY FOLLOWED'
                      ' BY FORCE - RUN STOPPED.'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           .

       200-HSKPING-ROUTINE.
           ACCEPT WS-CURRENT-DATE FROM DATE

           OPEN OUTPUT CLOSE-REPORT-FILE

           MOVE WS-CLOSE-TERM-CODE TO HCL1-TERM-CODE
           MOVE WS-CURRENT-DATE    TO HCL1-RUN-DATE
           MOVE WS-CERTIFIER-CODE  TO HCL2-CERTIFIER-CODE
           WRITE CLOSE-REPORT-LINE FROM HEADING-CLOSE-1
           WRITE CLOSE-REPORT-LINE FROM HEADING-CLOSE-2
           WRITE CLOSE-REPORT-LINE FROM BLANK-LINE
           .

       300-CHECK-TERM-CONTROL.
      *  A TERM IS CLOSED ONCE.  RE-POSTING IT WOULD SEND THE SIS A
      *  SECOND ORIGINAL FEED ON TOP OF ANY SUPPLEMENTAL CHANGES
      *  ALREADY SENT - POST-CLOSE CHANGES GO THROUGH LAB7GRDCHG.
      *  STATUS '05' = OPTIONAL FILE NOT PRESENT - NOTHING CLOSED.
           OPEN INPUT TERM-CONTROL-FILE

           IF WS-TERMCTL-FILE-STATUS = '00' OR '05'
              MOVE '00' TO WS-TERMCTL-FILE-STATUS
              PERFORM UNTIL WS-TERMCTL-FILE-STATUS NOT = '00'
                 READ TERM-CONTROL-FILE
                    AT END
                       MOVE '10' TO WS-TERMCTL-FILE-STATUS
                    NOT AT END
                       IF TC-TERM-CODE = WS-CLOSE-TERM-CODE
                          AND TC-TERM-CLOSED
                          MOVE 'Y' TO WS-TERM-ALREADY-CLOSED
                          MOVE TC-CLOSE-DATE     TO PC-CLOSE-DATE
                          MOVE TC-CERTIFIER-CODE TO PC-CERTIFIER-CODE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TERM-CONTROL-FILE
           END-IF

           IF WS-TERM-ALREADY-CLOSED = 'Y'
              DISPLAY 'LAB7TERMCLOSE: TERM ' WS-CLOSE-TERM-CODE
                      ' WAS CLOSED ' PC-CLOSE-DATE
                      ' BY ' PC-CERTIFIER-CODE
                      ' - RUN REFUSED.  USE LAB7GRDCHG FOR CHANGES.'
              MOVE 8 TO RETURN-CODE
              CLOSE CLOSE-REPORT-FILE
              STOP RUN
           END-IF
           .

       350-CHECK-OPEN-RECORDS.
      *  EVERY SUSPENSE OR REJECT RECORD CARRYING THE TERM IS LISTED.
      *  STATUS '05' ON EITHER FILE (NOT THERE) JUST HITS AT END ON
      *  THE FIRST READ - NOTHING OPEN.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS = '00' OR '05'
              MOVE '00' TO WS-SUSPENSE-FILE-STATUS
              PERFORM UNTIL WS-SUSPENSE-FILE-STATUS NOT = '00'
                 READ SUSPENSE-FILE
                    AT END
                       MOVE '10' TO WS-SUSPENSE-FILE-STATUS
                    NOT AT END
                       IF SU-TERM-CODE = WS-CLOSE-TERM-CODE
                          MOVE 'SUSPENSE'    TO ODL-SOURCE
                          MOVE SU-DEPT-CODE  TO ODL-DEPT-CODE
                          MOVE SU-CLASS-CODE TO ODL-CLASS-CODE
                          MOVE SU-NAME       TO ODL-NAME
                          MOVE 'INC'         TO ODL-REASON-CODES
                          PERFORM 370-LIST-OPEN-RECORD
                          ADD 1 TO CL-OPEN-SUSPENDED
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SUSPENSE-FILE
           END-IF

           OPEN INPUT REJECT-FILE
           IF WS-REJECT-FILE-STATUS = '00' OR '05'
              MOVE '00' TO WS-REJECT-FILE-STATUS
              PERFORM UNTIL WS-REJECT-FILE-STATUS NOT = '00'
                 READ REJECT-FILE
                    AT END
                       MOVE '10' TO WS-REJECT-FILE-STATUS
                    NOT AT END
                       IF RJ-TERM-CODE = WS-CLOSE-TERM-CODE
                          MOVE 'REJFILE'       TO ODL-SOURCE
                          MOVE RJ-DEPT-CODE    TO ODL-DEPT-CODE
                          MOVE RJ-CLASS-CODE   TO ODL-CLASS-CODE
                          MOVE RJ-NAME         TO ODL-NAME
                          MOVE RJ-REASON-CODES TO ODL-REASON-CODES
                          PERFORM 370-LIST-OPEN-RECORD
                          ADD 1 TO CL-OPEN-REJECTED
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REJECT-FILE
           END-IF

           IF CL-OPEN-SUSPENDED + CL-OPEN-REJECTED > 0
              WRITE CLOSE-REPORT-LINE FROM BLANK-LINE
              IF FORCE-CLOSE
                 WRITE CLOSE-REPORT-LINE FROM OPEN-FORCED-LINE
                 WRITE CLOSE-REPORT-LINE FROM BLANK-LINE
              ELSE
                 WRITE CLOSE-REPORT-LINE FROM OPEN-REFUSED-LINE
                 DISPLAY 'LAB7TERMCLOSE: TERM ' WS-CLOSE-TERM-CODE
                         ' HAS ' CL-OPEN-SUSPENDED ' SUSPENDED AND '
                         CL-OPEN-REJECTED ' REJECTED RECORD(S) NOT'
                         ' YET GRADED - RUN REFUSED.  SEE CLOSERPT.'
                 MOVE 8 TO RETURN-CODE
                 CLOSE CLOSE-REPORT-FILE
                 STOP RUN
              END-IF
           END-IF
           .

       370-LIST-OPEN-RECORD.
           IF CL-OPEN-SUSPENDED + CL-OPEN-REJECTED = 0
              WRITE CLOSE-REPORT-LINE FROM OPEN-RECORDS-HEADING
           END-IF
           WRITE CLOSE-REPORT-LINE FROM OPEN-RECORD-DETAIL-LINE
           .

       400-LOAD-TERM-RESULTS.
      *  STATUS '05' (NO ARCHIVE AT ALL) READS AS AN EMPTY FILE AND
      *  FALLS INTO THE NOTHING-TO-POST REFUSAL BELOW.
           OPEN INPUT RESULTS-ARCHIVE-FILE

           IF WS-ARCHIVE-FILE-STATUS = '00' OR '05'
              PERFORM UNTIL NO-MORE-DATA
                  READ RESULTS-ARCHIVE-FILE
                      AT END
                          MOVE 'N' TO EOF-FLAG
                      NOT AT END
                          ADD 1 TO CL-ARCHIVE-READ
                          IF RA-TERM-CODE = WS-CLOSE-TERM-CODE
                             ADD 1 TO CL-TERM-RECORDS
                             PERFORM 450-ADD-ARCHIVE-ENTRY
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE RESULTS-ARCHIVE-FILE
           END-IF

           IF AT-OVERFLOW-COUNT > 0
              DISPLAY 'LAB7TERMCLOSE: TERM ' WS-CLOSE-TERM-CODE
                      ' OVERFLOWS THE ARCHIVE TABLE - RUN STOPPED.'
              MOVE 12 TO RETURN-CODE
              CLOSE CLOSE-REPORT-FILE
              STOP RUN
           END-IF

           IF AT-COUNT = 0
              DISPLAY 'LAB7TERMCLOSE: NO ARCHIVED RESULTS FOR TERM '
                      WS-CLOSE-TERM-CODE ' - RUN REFUSED.'
              MOVE 8 TO RETURN-CODE
              CLOSE CLOSE-REPORT-FILE
              STOP RUN
           END-IF
           .

       450-ADD-ARCHIVE-ENTRY.
      *  LATEST RUN DATE WINS, FILE ORDER BREAKING SAME-DAY TIES IN
      *  FAVOR OF THE LATER RECORD - SAME RULE AS LAB7STANDING'S
      *  450-, SO A FORCED RE-RUN OR A GRADE CHANGE APPENDED BY
      *  LAB7GRDCHG REPLACES THE ORIGINAL POSTING.
           MOVE ZEROS TO SW-FOUND-SUB
           PERFORM VARYING AT-IDX FROM 1 BY 1 UNTIL AT-IDX > AT-COUNT
              IF AT-DEPT-CODE(AT-IDX)  = RA-DEPT-CODE
                 AND AT-CLASS-CODE(AT-IDX) = RA-CLASS-CODE
                 AND AT-NAME(AT-IDX)       = RA-NAME
                 AND AT-STUDENT-ID(AT-IDX) = RA-STUDENT-ID
                 SET SW-FOUND-SUB TO AT-IDX
              END-IF
           END-PERFORM

           EVALUATE TRUE
             WHEN SW-FOUND-SUB > 0
                SET AT-IDX TO SW-FOUND-SUB
                IF RA-RUN-DATE >= AT-RUN-DATE(AT-IDX)
                   MOVE RA-AVERAGE  TO AT-AVERAGE(AT-IDX)
                   MOVE RA-GRADE    TO AT-GRADE(AT-IDX)
                   MOVE RA-RUN-DATE TO AT-RUN-DATE(AT-IDX)
                END-IF

             WHEN AT-COUNT < 2000
                ADD 1 TO AT-COUNT
                SET AT-IDX TO AT-COUNT
                MOVE RA-DEPT-CODE  TO AT-DEPT-CODE(AT-IDX)
                MOVE RA-CLASS-CODE TO AT-CLASS-CODE(AT-IDX)
                MOVE RA-STUDENT-ID TO AT-STUDENT-ID(AT-IDX)
                MOVE RA-NAME       TO AT-NAME(AT-IDX)
                MOVE RA-AVERAGE    TO AT-AVERAGE(AT-IDX)
                MOVE RA-GRADE      TO AT-GRADE(AT-IDX)
                MOVE RA-RUN-DATE   TO AT-RUN-DATE(AT-IDX)

             WHEN OTHER
                ADD 1 TO AT-OVERFLOW-COUNT

           END-EVALUATE
           .

       500-WRITE-OFFICIAL-POSTING.
      *  HEADER, ONE DETAIL PER TABLED RESULT, TRAILER.  A W POSTS
      *  LIKE ANY OTHER GRADE - THE WITHDRAWAL IS PART OF THE
      *  OFFICIAL RECORD.
           OPEN OUTPUT SIS-POSTING-FILE

           MOVE SPACES             TO SIS-POSTING-HEADER
           MOVE 'H'                TO SPH-RECORD-TYPE
           MOVE 'O'                TO SPH-POSTING-TYPE
           MOVE WS-CLOSE-TERM-CODE TO SPH-TERM-CODE
           MOVE WS-CURRENT-DATE    TO SPH-CREATE-DATE
           MOVE WS-CERTIFIER-CODE  TO SPH-AUTHORITY-CODE
           WRITE SIS-POSTING-HEADER

           PERFORM VARYING AT-IDX FROM 1 BY 1 UNTIL AT-IDX > AT-COUNT
              IF AT-STUDENT-ID(AT-IDX) = SPACES
                 PERFORM 550-LIST-UNPOSTED-RESULT
              ELSE
                 MOVE SPACES                TO SIS-POSTING-DETAIL
                 MOVE 'D'                   TO SPD-RECORD-TYPE
                 MOVE 'O'                   TO SPD-POSTING-TYPE
                 MOVE WS-CLOSE-TERM-CODE    TO SPD-TERM-CODE
                 MOVE AT-STUDENT-ID(AT-IDX) TO SPD-STUDENT-ID
                 MOVE AT-DEPT-CODE(AT-IDX)  TO SPD-DEPT-CODE
                 MOVE AT-CLASS-CODE(AT-IDX) TO SPD-CLASS-CODE
                 MOVE AT-NAME(AT-IDX)       TO SPD-NAME
                 MOVE AT-GRADE(AT-IDX)      TO SPD-GRADE
                 MOVE AT-AVERAGE(AT-IDX)    TO SPD-AVERAGE
                 MOVE WS-CERTIFIER-CODE     TO SPD-AUTHORITY-CODE
                 MOVE WS-CURRENT-DATE       TO SPD-POST-DATE
                 WRITE SIS-POSTING-DETAIL
                 ADD 1 TO CL-RESULTS-POSTED
                 ADD AT-AVERAGE(AT-IDX) TO CL-AVERAGE-HASH
                 IF AT-GRADE(AT-IDX) = 'W'
                    ADD 1 TO CL-WITHDRAWALS-POSTED
                 END-IF
              END-IF
           END-PERFORM

           MOVE SPACES             TO SIS-POSTING-TRAILER
           MOVE 'T'                TO SPT-RECORD-TYPE
           MOVE 'O'                TO SPT-POSTING-TYPE
           MOVE WS-CLOSE-TERM-CODE TO SPT-TERM-CODE
           MOVE CL-RESULTS-POSTED  TO SPT-DETAIL-COUNT
           MOVE CL-AVERAGE-HASH    TO SPT-AVERAGE-HASH
           WRITE SIS-POSTING-TRAILER

           CLOSE SIS-POSTING-FILE
           .

       550-LIST-UNPOSTED-RESULT.
           IF CL-RESULTS-UNPOSTED = 0
              WRITE CLOSE-REPORT-LINE FROM UNPOSTED-HEADING
           END-IF
           MOVE AT-DEPT-CODE(AT-IDX)  TO UDL-DEPT-CODE
           MOVE AT-CLASS-CODE(AT-IDX) TO UDL-CLASS-CODE
           MOVE AT-NAME(AT-IDX)       TO UDL-NAME
           MOVE AT-AVERAGE(AT-IDX)    TO UDL-AVERAGE
           MOVE AT-GRADE(AT-IDX)      TO UDL-GRADE
           WRITE CLOSE-REPORT-LINE FROM UNPOSTED-DETAIL-LINE
           ADD 1 TO CL-RESULTS-UNPOSTED
           .

       600-WRITE-TERM-CONTROL.
      *  WRITTEN ONLY AFTER THE POSTING FILE IS COMPLETE AND CLOSED -
      *  A RUN THAT DIES PART-WAY LEAVES THE TERM OPEN AND SIMPLY
      *  RUNS AGAIN.  THE SAME GOES FOR A CLOSE RECORD THAT CANNOT
      *  BE WRITTEN: THE NIGHTLY RUN AND LAB7GRDCHG STILL SEE THE
      *  TERM AS OPEN, SO THE POSTING FILE IS DISOWNED AND THE RUN
      *  STOPS BEFORE THE TOTALS SAY 'TERM CLOSED.'
           OPEN EXTEND TERM-CONTROL-FILE
           IF WS-TERMCTL-FILE-STATUS NOT = '00'
              AND WS-TERMCTL-FILE-STATUS NOT = '05'
              PERFORM 650-TERM-NOT-CLOSED
           END-IF

           MOVE SPACES             TO TERM-CONTROL-RECORD
           MOVE WS-CLOSE-TERM-CODE TO TC-TERM-CODE
           MOVE 'C'                TO TC-TERM-STATUS
           MOVE WS-CURRENT-DATE    TO TC-CLOSE-DATE
           MOVE WS-CERTIFIER-CODE  TO TC-CERTIFIER-CODE
           MOVE CL-RESULTS-POSTED  TO TC-RESULTS-POSTED
           WRITE TERM-CONTROL-RECORD
           IF WS-TERMCTL-FILE-STATUS NOT = '00'
              PERFORM 650-TERM-NOT-CLOSED
           END-IF

           CLOSE TERM-CONTROL-FILE
           .

       650-TERM-NOT-CLOSED.
           DISPLAY 'LAB7TERMCLOSE: CANNOT WRITE THE CLOSE RECORD FOR '
                   WS-CLOSE-TERM-CODE ', TERMCTL FILE STATUS '
                   WS-TERMCTL-FILE-STATUS
                   ' - TERM NOT CLOSED, SISPOST MUST NOT BE SENT.'
           MOVE WS-TERMCTL-FILE-STATUS TO NCL-FILE-STATUS
           WRITE CLOSE-REPORT-LINE FROM BLANK-LINE
           WRITE CLOSE-REPORT-LINE FROM NOT-CLOSED-LINE
           CLOSE CLOSE-REPORT-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

       700-PRINT-CLOSE-TOTALS.
           WRITE CLOSE-REPORT-LINE FROM BLANK-LINE

           MOVE 'ARCHIVE RECORDS READ' TO CCL-DESCRIPTION
           MOVE CL-ARCHIVE-READ        TO CCL-COUNT
           WRITE CLOSE-REPORT-LINE FROM CLOSE-COUNT-LINE

           MOVE 'ARCHIVE RECORDS FOR THE TERM' TO CCL-DESCRIPTION
           MOVE CL-TERM-RECORDS        TO CCL-COUNT
           WRITE CLOSE-REPORT-LINE FROM CLOSE-COUNT-LINE

           MOVE 'RESULTS AFTER LATEST-COPY SELECTION' TO
                CCL-DESCRIPTION
           MOVE AT-COUNT               TO CCL-COUNT
           WRITE CLOSE-REPORT-LINE FROM CLOSE-COUNT-LINE

           MOVE 'RESULTS POSTED' TO CCL-DESCRIPTION
           MOVE CL-RESULTS-POSTED      TO CCL-COUNT
           WRITE CLOSE-REPORT-LINE FROM CLOSE-COUNT-LINE

           MOVE '  OF WHICH WITHDRAWALS (W)' TO CCL-DESCRIPTION
           MOVE CL-WITHDRAWALS-POSTED  TO CCL-COUNT
           WRITE CLOSE-REPORT-LINE FROM CLOSE-COUNT-LINE

           MOVE 'RESULTS NOT POSTED (NO STUDENT ID)' TO
                CCL-DESCRIPTION
           MOVE CL-RESULTS-UNPOSTED    TO CCL-COUNT
           WRITE CLOSE-REPORT-LINE FROM CLOSE-COUNT-LINE

           MOVE 'OPEN SUSPENSE RECORDS CLOSED OVER' TO
                CCL-DESCRIPTION
           MOVE CL-OPEN-SUSPENDED      TO CCL-COUNT
           WRITE CLOSE-REPORT-LINE FROM CLOSE-COUNT-LINE

           MOVE 'OPEN REJECT RECORDS CLOSED OVER' TO CCL-DESCRIPTION
           MOVE CL-OPEN-REJECTED       TO CCL-COUNT
           WRITE CLOSE-REPORT-LINE FROM CLOSE-COUNT-LINE

           MOVE CL-AVERAGE-HASH        TO CHL-AVERAGE-HASH
           WRITE CLOSE-REPORT-LINE FROM CLOSE-HASH-LINE

           WRITE CLOSE-REPORT-LINE FROM BLANK-LINE
           WRITE CLOSE-REPORT-LINE FROM CLOSED-LINE
           .

       1200-FINAL-ROUTINE.
           CLOSE CLOSE-REPORT-FILE

           IF CL-RESULTS-UNPOSTED > 0
              OR CL-OPEN-SUSPENDED + CL-OPEN-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN
           .
