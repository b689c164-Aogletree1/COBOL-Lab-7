       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LAB7BALANCE.
       AUTHOR.         AUSTIN OGLETREE.
      *************************************************
      *      NIGHTLY RECORD-COUNT BALANCING
      *
      *    PROVES, BEFORE THE MORNING DISTRIBUTION GOES OUT, THAT
      *    EVERY EXTRACT RECORD THAT ENTERED THE NIGHT CAME OUT THE
      *    OTHER END SOMEWHERE - NOTHING DROPPED BETWEEN STEPS AND
      *    NOTHING DOUBLED.  UNTIL NOW EACH STEP ONLY KNEW ITS OWN
      *    COUNTS, SO A SHORT SORT OUTPUT OR A TRUNCATED RESULTS
      *    FILE WENT OUT TO THE DEPARTMENTS AND NOBODY NOTICED
      *    UNTIL A STUDENT DID.
      *
      *    TWO KINDS OF NUMBERS ARE FOOTED AGAINST EACH OTHER:
      *      - THE CONTROL TOTALS LAB7IDFIX AND LAB7MULTIBREAK NOW
      *        WRITE AT END OF JOB (WHAT EACH STEP SAYS IT DID).
      *      - PHYSICAL COUNTS TAKEN HERE OF THE FILES BETWEEN AND
      *        AFTER THOSE STEPS (WHAT IS REALLY ON DISK): THE IDFIX
      *        OUTPUT THE SORT READ, THE SORTED STREAM PGMSTEP READ,
      *        AND THE RESULTS, SUSPENSE AND REJECT FILES.
      *    THE CHECKS:
      *      IDFIX    READ = WRITTEN + DIVERTED TO THE IDRPT REPORT
      *      IDFIX    WRITTEN = SORT INPUT
      *      SORT     INPUT = SORT OUTPUT
      *      SORT     OUTPUT = PGMSTEP READ
      *      PGMSTEP  READ = GRADED + WITHDRAWN + SUSPENDED +
      *               REJECTED
      *      PGMSTEP  EACH OF THOSE = WHAT IS ON ITS OUTPUT FILE
      *               (GRADED AND W RESULTS COUNTED SEPARATELY ON
      *               THE ONE RESULTS FILE)
      *
      *    A RESTARTED PGMSTEP RE-PROCESSES THE RECORDS BETWEEN ITS
      *    LAST CHECKPOINT AND THE ABEND ONTO OUTPUT FILES IT OPENED
      *    EXTEND, SO THOSE FILES CAN PHYSICALLY HOLD MORE THAN THE
      *    CONTROL TOTALS SAY.  THE SHEET FLAGS THAT ON PURPOSE -
      *    THE FILES REALLY DO CARRY DUPLICATES UNTIL SOMEONE CLEANS
      *    THEM, AND THAT IS EXACTLY WHAT MUST NOT GO OUT UNSEEN.
      *******
      *  INPUT:  IDCTL    - LAB7IDFIX CONTROL-TOTAL RECORD.
      *          PGMCTL   - LAB7MULTIBREAK CONTROL-TOTAL RECORD.
      *          IDFIXED  - THE IDFIX OUTPUT (SORTSTEP'S INPUT).
      *          STUDENT  - THE SORTED STREAM (SORTSTEP'S OUTPUT,
      *                     PGMSTEP'S INPUT).
      *          RESULTS  - TONIGHT'S GRADED RESULTS.
      *          SUSPENSE - TONIGHT'S SUSPENSE FILE.
      *          REJFILE  - TONIGHT'S MACHINE-READABLE REJECTS.
      *******
      *  OUTPUT: BALRPT   - THE BALANCING SHEET: REPORTED TOTALS,
      *          PHYSICAL COUNTS, AND EACH CHECK IN OR OUT OF
      *          BALANCE.
      *******
      *  RETURN CODE: 0 EVERY CHECK BALANCES, 8 IF ANY CHECK IS
      *          OUT OF BALANCE OR A CONTROL RECORD IS MISSING -
      *          LAB7NIGHTLY.JCL HOLDS EVERY DOWNSTREAM REPORT AND
      *          THE DISTRIBUTION ON RC 8.
      *********************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT ID-CONTROL-FILE
               ASSIGN TO "IDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDCTL-FILE-STATUS.
      *
           SELECT PGM-CONTROL-FILE
               ASSIGN TO "PGMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PGMCTL-FILE-STATUS.
      *
           SELECT IDFIXED-FILE
               ASSIGN TO "IDFIXED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDFIXED-FILE-STATUS.
      *
           SELECT SORTED-FILE
               ASSIGN TO "STUDENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-FILE-STATUS.
      *
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
           SELECT REJECT-FILE
               ASSIGN TO "REJFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.
      *
           SELECT BALANCE-REPORT-FILE
               ASSIGN TO "BALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *  MUST MATCH ID-CONTROL-RECORD IN LAB7IDFIX.
       FD  ID-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  ID-CONTROL-RECORD.
           05  ICR-STEP-NAME                   PIC X(8).
           05  ICR-RUN-DATE                    PIC 9(6).
           05  ICR-RECORDS-READ                PIC 9(7).
           05  ICR-RECORDS-WRITTEN             PIC 9(7).
           05  ICR-RECORDS-DIVERTED            PIC 9(7).
           05  FILLER                          PIC X(45).
      *
      *  MUST MATCH PGM-CONTROL-RECORD IN LAB7MULTIBREAK.
       FD  PGM-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  PGM-CONTROL-RECORD.
           05  PCR-STEP-NAME                   PIC X(8).
           05  PCR-RUN-DATE                    PIC 9(6).
           05  PCR-RECORDS-READ                PIC 9(7).
           05  PCR-RESULTS-GRADED              PIC 9(7).
           05  PCR-RESULTS-WITHDRAWN           PIC 9(7).
           05  PCR-RECORDS-SUSPENDED           PIC 9(7).
           05  PCR-RECORDS-REJECTED            PIC 9(7).
           05  FILLER                          PIC X(31).
      *
      *  ONLY COUNTED, NEVER LOOKED INTO.
       FD  IDFIXED-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  IDFIXED-RECORD                      PIC X(80).
      *
       FD  SORTED-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  SORTED-RECORD                       PIC X(80).
      *
      *  MUST MATCH RESULTS-RECORD IN LAB7MULTIBREAK - ONLY THE
      *  GRADE IS LOOKED AT, TO SPLIT THE W POSTINGS OUT.
       FD  RESULTS-FILE
           RECORD CONTAINS 48 CHARACTERS.
      *
       01  RESULTS-RECORD.
           05  RR-TERM-CODE                    PIC X(4).
           05  RR-DEPT-CODE                    PIC A(4).
           05  RR-CLASS-CODE                   PIC X(5).
           05  RR-STUDENT-ID                   PIC X(9).
           05  RR-NAME                         PIC X(20).
           05  RR-AVERAGE                      PIC 9(3)V99.
           05  RR-GRADE                        PIC X.
      *
       FD  SUSPENSE-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  SUSPENSE-RECORD                     PIC X(80).
      *
       FD  REJECT-FILE
           RECORD CONTAINS 110 CHARACTERS.
      *
       01  REJECT-RECORD                       PIC X(110).
      *
       FD  BALANCE-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
      *
       01  BALANCE-REPORT-LINE                 PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  WS-IDCTL-FILE-STATUS        PIC XX      VALUE '00'.
           05  WS-PGMCTL-FILE-STATUS       PIC XX      VALUE '00'.
           05  WS-IDFIXED-FILE-STATUS      PIC XX      VALUE '00'.
           05  WS-SORTED-FILE-STATUS       PIC XX      VALUE '00'.
           05  WS-RESULTS-FILE-STATUS      PIC XX      VALUE '00'.
           05  WS-SUSPENSE-FILE-STATUS     PIC XX      VALUE '00'.
           05  WS-REJECT-FILE-STATUS       PIC XX      VALUE '00'.
           05  WS-IDCTL-FOUND              PIC X       VALUE 'N'.
               88 IDCTL-WAS-FOUND                      VALUE 'Y'.
           05  WS-PGMCTL-FOUND             PIC X       VALUE 'N'.
               88 PGMCTL-WAS-FOUND                     VALUE 'Y'.
      *
       01  WS-CURRENT-DATE                 PIC 9(6)    VALUE 0.
      *
      *  WHAT THE STEPS SAY THEY DID - FROM THE CONTROL RECORDS.
       01  REPORTED-COUNTS.
           05  RC-IDFIX-READ               PIC 9(7)    VALUE 0.
           05  RC-IDFIX-WRITTEN            PIC 9(7)    VALUE 0.
           05  RC-IDFIX-DIVERTED           PIC 9(7)    VALUE 0.
           05  RC-PGM-READ                 PIC 9(7)    VALUE 0.
           05  RC-PGM-GRADED               PIC 9(7)    VALUE 0.
           05  RC-PGM-WITHDRAWN            PIC 9(7)    VALUE 0.
           05  RC-PGM-SUSPENDED            PIC 9(7)    VALUE 0.
           05  RC-PGM-REJECTED             PIC 9(7)    VALUE 0.
      *
      *  WHAT IS REALLY ON DISK - COUNTED HERE.
       01  PHYSICAL-COUNTS.
           05  PC-IDFIXED                  PIC 9(7)    VALUE 0.
           05  PC-SORTED                   PIC 9(7)    VALUE 0.
           05  PC-RESULTS-GRADED           PIC 9(7)    VALUE 0.
           05  PC-RESULTS-WITHDRAWN        PIC 9(7)    VALUE 0.
           05  PC-SUSPENSE                 PIC 9(7)    VALUE 0.
           05  PC-REJECTS                  PIC 9(7)    VALUE 0.
      *
      *  ONE CHECK AT A TIME FOR 700-WRITE-CHECK-LINE.
       01  BALANCE-WORK-FIELDS.
           05  BW-DESCRIPTION              PIC X(44)   VALUE SPACES.
           05  BW-LEFT                     PIC 9(8)    VALUE 0.
           05  BW-RIGHT                    PIC 9(8)    VALUE 0.
           05  BW-CHECK-COUNT              PIC 99      VALUE 0.
           05  BW-OUT-OF-BALANCE           PIC 99      VALUE 0.
      *
      ********************OUTPUT AREA*********************************
      *
       01  HEADING-BALANCE-1.
           05                              PIC X(25) VALUE
                                           'NIGHTLY RECORD-COUNT '.
           05                              PIC X(25) VALUE
                                           'BALANCING SHEET'.
           05                              PIC X(20) VALUE
                                           'RUN DATE (YYMMDD): '.
           05  HB1-RUN-DATE                PIC 9(6).
      *
       01  HEADING-SECTION-LINE.
           05  HSL-TITLE                   PIC X(60).
      *
       01  COUNT-LINE.
           05                              PIC X(2)  VALUE SPACES.
           05  CL-LABEL                    PIC X(44).
           05  CL-COUNT                    PIC Z,ZZZ,ZZ9.
      *
       01  HEADING-CHECK-COLS.
           05                              PIC X(46) VALUE
                                           '  CHECK'.
           05                              PIC X(11) VALUE
                                           '     LEFT'.
           05                              PIC X(11) VALUE
                                           '    RIGHT'.
           05                              PIC X(20) VALUE
                                           '  STATUS'.
      *
       01  CHECK-DETAIL-LINE.
           05                              PIC X(2)  VALUE SPACES.
           05  CDL-DESCRIPTION             PIC X(44).
           05  CDL-LEFT                    PIC ZZ,ZZZ,ZZ9.
           05                              PIC X(1)  VALUE SPACES.
           05  CDL-RIGHT                   PIC ZZ,ZZZ,ZZ9.
           05                              PIC X(2)  VALUE SPACES.
           05  CDL-STATUS                  PIC X(22).
      *
       01  MISSING-CONTROL-LINE.
           05                              PIC X(6)  VALUE
                                           '  *** '.
           05  MCL-STEP-NAME               PIC X(8).
           05                              PIC X(50) VALUE
               'CONTROL RECORD MISSING - STEP DID NOT FINISH ***'.
      *
       01  BALANCE-TOTALS-LINE.
           05                              PIC X(8)  VALUE 'CHECKS: '.
           05  BTL-CHECK-COUNT             PIC Z9.
           05                              PIC X(20) VALUE
                                           '  OUT OF BALANCE: '.
           05  BTL-OUT-OF-BALANCE          PIC Z9.
      *
       01  BALANCE-VERDICT-LINE            PIC X(100) VALUE SPACES.
      *
       01  BLANK-LINE                      PIC X(100) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       100-BALANCE-NIGHTLY-COUNTS.
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 300-READ-CONTROL-RECORDS
           PERFORM 400-COUNT-PHYSICAL-FILES
           PERFORM 500-PRINT-COUNTS
           PERFORM 600-CHECK-BALANCES
           PERFORM 1200-FINAL-ROUTINE
           .

       200-HSKPING-ROUTINE.
           OPEN OUTPUT BALANCE-REPORT-FILE

           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-CURRENT-DATE TO HB1-RUN-DATE
           WRITE BALANCE-REPORT-LINE FROM HEADING-BALANCE-1
           .

       300-READ-CONTROL-RECORDS.
      *  A STEP THAT STOPPED HARD OR WAS REFUSED NEVER WRITES ITS
      *  CONTROL RECORD - THE SHEET CANNOT PROVE ANYTHING FOR IT,
      *  SO A MISSING RECORD IS OUT OF BALANCE, NOT A ZERO COUNT.
           OPEN INPUT ID-CONTROL-FILE
           IF WS-IDCTL-FILE-STATUS = '00'
              READ ID-CONTROL-FILE
                 NOT AT END
                    IF ICR-RECORDS-READ NUMERIC
                       AND ICR-RECORDS-WRITTEN NUMERIC
                       AND ICR-RECORDS-DIVERTED NUMERIC
                       MOVE 'Y' TO WS-IDCTL-FOUND
                       MOVE ICR-RECORDS-READ     TO RC-IDFIX-READ
                       MOVE ICR-RECORDS-WRITTEN  TO RC-IDFIX-WRITTEN
                       MOVE ICR-RECORDS-DIVERTED TO RC-IDFIX-DIVERTED
                    END-IF
              END-READ
              CLOSE ID-CONTROL-FILE
           END-IF

           OPEN INPUT PGM-CONTROL-FILE
           IF WS-PGMCTL-FILE-STATUS = '00'
              READ PGM-CONTROL-FILE
                 NOT AT END
                    IF PCR-RECORDS-READ NUMERIC
                       AND PCR-RESULTS-GRADED NUMERIC
                       AND PCR-RESULTS-WITHDRAWN NUMERIC
                       AND PCR-RECORDS-SUSPENDED NUMERIC
                       AND PCR-RECORDS-REJECTED NUMERIC
                       MOVE 'Y' TO WS-PGMCTL-FOUND
                       MOVE PCR-RECORDS-READ      TO RC-PGM-READ
                       MOVE PCR-RESULTS-GRADED    TO RC-PGM-GRADED
                       MOVE PCR-RESULTS-WITHDRAWN TO RC-PGM-WITHDRAWN
                       MOVE PCR-RECORDS-SUSPENDED TO RC-PGM-SUSPENDED
                       MOVE PCR-RECORDS-REJECTED  TO RC-PGM-REJECTED
                    END-IF
              END-READ
              CLOSE PGM-CONTROL-FILE
           END-IF
           .

       400-COUNT-PHYSICAL-FILES.
      *  A FILE THAT WILL NOT OPEN COUNTS AS EMPTY - IF A STEP SAYS
      *  IT WROTE RECORDS THERE, THE CHECK AGAINST IT FAILS.
           OPEN INPUT IDFIXED-FILE
           IF WS-IDFIXED-FILE-STATUS = '00'
              PERFORM UNTIL WS-IDFIXED-FILE-STATUS NOT = '00'
                 READ IDFIXED-FILE
                    AT END
                       MOVE '10' TO WS-IDFIXED-FILE-STATUS
                    NOT AT END
                       ADD 1 TO PC-IDFIXED
                 END-READ
              END-PERFORM
              CLOSE IDFIXED-FILE
           END-IF

           OPEN INPUT SORTED-FILE
           IF WS-SORTED-FILE-STATUS = '00'
              PERFORM UNTIL WS-SORTED-FILE-STATUS NOT = '00'
                 READ SORTED-FILE
                    AT END
                       MOVE '10' TO WS-SORTED-FILE-STATUS
                    NOT AT END
                       ADD 1 TO PC-SORTED
                 END-READ
              END-PERFORM
              CLOSE SORTED-FILE
           END-IF

           OPEN INPUT RESULTS-FILE
           IF WS-RESULTS-FILE-STATUS = '00'
              PERFORM UNTIL WS-RESULTS-FILE-STATUS NOT = '00'
                 READ RESULTS-FILE
                    AT END
                       MOVE '10' TO WS-RESULTS-FILE-STATUS
                    NOT AT END
                       IF RR-GRADE = 'W'
                          ADD 1 TO PC-RESULTS-WITHDRAWN
                       ELSE
                          ADD 1 TO PC-RESULTS-GRADED
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RESULTS-FILE
           END-IF

           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS = '00'
              PERFORM UNTIL WS-SUSPENSE-FILE-STATUS NOT = '00'
                 READ SUSPENSE-FILE
                    AT END
                       MOVE '10' TO WS-SUSPENSE-FILE-STATUS
                    NOT AT END
                       ADD 1 TO PC-SUSPENSE
                 END-READ
              END-PERFORM
              CLOSE SUSPENSE-FILE
           END-IF

           OPEN INPUT REJECT-FILE
           IF WS-REJECT-FILE-STATUS = '00'
              PERFORM UNTIL WS-REJECT-FILE-STATUS NOT = '00'
                 READ REJECT-FILE
                    AT END
                       MOVE '10' TO WS-REJECT-FILE-STATUS
                    NOT AT END
                       ADD 1 TO PC-REJECTS
                 END-READ
              END-PERFORM
              CLOSE REJECT-FILE
           END-IF
           .

       500-PRINT-COUNTS.
           WRITE BALANCE-REPORT-LINE FROM BLANK-LINE
           MOVE 'CONTROL TOTALS REPORTED BY THE STEPS' TO HSL-TITLE
           WRITE BALANCE-REPORT-LINE FROM HEADING-SECTION-LINE

           IF IDCTL-WAS-FOUND
              MOVE 'IDFIX    RECORDS READ' TO CL-LABEL
              MOVE RC-IDFIX-READ TO CL-COUNT
              WRITE BALANCE-REPORT-LINE FROM COUNT-LINE
              MOVE 'IDFIX    RECORDS WRITTEN TO SORT' TO CL-LABEL
              MOVE RC-IDFIX-WRITTEN TO CL-COUNT
              WRITE BALANCE-REPORT-LINE FROM COUNT-LINE
              MOVE 'IDFIX    RECORDS DIVERTED TO IDRPT' TO CL-LABEL
              MOVE RC-IDFIX-DIVERTED TO CL-COUNT
              WRITE BALANCE-REPORT-LINE FROM COUNT-LINE
           ELSE
              MOVE 'IDFIX' TO MCL-STEP-NAME
              WRITE BALANCE-REPORT-LINE FROM MISSING-CONTROL-LINE
           END-IF

           IF PGMCTL-WAS-FOUND
              MOVE 'PGMSTEP  RECORDS READ' TO CL-LABEL
              MOVE RC-PGM-READ TO CL-COUNT
              WRITE BALANCE-REPORT-LINE FROM COUNT-LINE
              MOVE 'PGMSTEP  RESULTS GRADED' TO CL-LABEL
              MOVE RC-PGM-GRADED TO CL-COUNT
              WRITE BALANCE-REPORT-LINE FROM COUNT-LINE
              MOVE 'PGMSTEP  RESULTS POSTED W (WITHDRAWN)' TO CL-LABEL
              MOVE RC-PGM-WITHDRAWN TO CL-COUNT
              WRITE BALANCE-REPORT-LINE FROM COUNT-LINE
              MOVE 'PGMSTEP  RECORDS SUSPENDED' TO CL-LABEL
              MOVE RC-PGM-SUSPENDED TO CL-COUNT
              WRITE BALANCE-REPORT-LINE FROM COUNT-LINE
              MOVE 'PGMSTEP  RECORDS REJECTED' TO CL-LABEL
              MOVE RC-PGM-REJECTED TO CL-COUNT
              WRITE BALANCE-REPORT-LINE FROM COUNT-LINE
           ELSE
              MOVE 'PGMSTEP' TO MCL-STEP-NAME
              WRITE BALANCE-REPORT-LINE FROM MISSING-CONTROL-LINE
           END-IF

           WRITE BALANCE-REPORT-LINE FROM BLANK-LINE
           MOVE 'PHYSICAL COUNTS ON DISK' TO HSL-TITLE
           WRITE BALANCE-REPORT-LINE FROM HEADING-SECTION-LINE

           MOVE 'SORTSTEP INPUT  (IDFIX OUTPUT)' TO CL-LABEL
           MOVE PC-IDFIXED TO CL-COUNT
           WRITE BALANCE-REPORT-LINE FROM COUNT-LINE
           MOVE 'SORTSTEP OUTPUT (PGMSTEP INPUT)' TO CL-LABEL
           MOVE PC-SORTED TO CL-COUNT
           WRITE BALANCE-REPORT-LINE FROM COUNT-LINE
           MOVE 'RESULTS FILE    - GRADED' TO CL-LABEL
           MOVE PC-RESULTS-GRADED TO CL-COUNT
           WRITE BALANCE-REPORT-LINE FROM COUNT-LINE
           MOVE 'RESULTS FILE    - W POSTINGS' TO CL-LABEL
           MOVE PC-RESULTS-WITHDRAWN TO CL-COUNT
           WRITE BALANCE-REPORT-LINE FROM COUNT-LINE
           MOVE 'SUSPENSE FILE' TO CL-LABEL
           MOVE PC-SUSPENSE TO CL-COUNT
           WRITE BALANCE-REPORT-LINE FROM COUNT-LINE
           MOVE 'REJECT FILE' TO CL-LABEL
           MOVE PC-REJECTS TO CL-COUNT
           WRITE BALANCE-REPORT-LINE FROM COUNT-LINE
           .

       600-CHECK-BALANCES.
           WRITE BALANCE-REPORT-LINE FROM BLANK-LINE
           MOVE 'BALANCING CHECKS' TO HSL-TITLE
           WRITE BALANCE-REPORT-LINE FROM HEADING-SECTION-LINE
           WRITE BALANCE-REPORT-LINE FROM HEADING-CHECK-COLS

           IF NOT IDCTL-WAS-FOUND
              ADD 1 TO BW-OUT-OF-BALANCE
           END-IF
           IF NOT PGMCTL-WAS-FOUND
              ADD 1 TO BW-OUT-OF-BALANCE
           END-IF

           MOVE 'IDFIX READ = WRITTEN + DIVERTED' TO BW-DESCRIPTION
           MOVE RC-IDFIX-READ TO BW-LEFT
           COMPUTE BW-RIGHT = RC-IDFIX-WRITTEN + RC-IDFIX-DIVERTED
           PERFORM 700-WRITE-CHECK-LINE

           MOVE 'IDFIX WRITTEN = SORTSTEP INPUT' TO BW-DESCRIPTION
           MOVE RC-IDFIX-WRITTEN TO BW-LEFT
           MOVE PC-IDFIXED       TO BW-RIGHT
           PERFORM 700-WRITE-CHECK-LINE

           MOVE 'SORTSTEP INPUT = SORTSTEP OUTPUT' TO BW-DESCRIPTION
           MOVE PC-IDFIXED TO BW-LEFT
           MOVE PC-SORTED  TO BW-RIGHT
           PERFORM 700-WRITE-CHECK-LINE

           MOVE 'SORTSTEP OUTPUT = PGMSTEP READ' TO BW-DESCRIPTION
           MOVE PC-SORTED   TO BW-LEFT
           MOVE RC-PGM-READ TO BW-RIGHT
           PERFORM 700-WRITE-CHECK-LINE

           MOVE 'PGMSTEP READ = GRADED + W + SUSP + REJECTED'
                TO BW-DESCRIPTION
           MOVE RC-PGM-READ TO BW-LEFT
           COMPUTE BW-RIGHT = RC-PGM-GRADED + RC-PGM-WITHDRAWN
                            + RC-PGM-SUSPENDED + RC-PGM-REJECTED
           PERFORM 700-WRITE-CHECK-LINE

           MOVE 'PGMSTEP GRADED = RESULTS FILE GRADED'
                TO BW-DESCRIPTION
           MOVE RC-PGM-GRADED     TO BW-LEFT
           MOVE PC-RESULTS-GRADED TO BW-RIGHT
           PERFORM 700-WRITE-CHECK-LINE

           MOVE 'PGMSTEP W POSTED = RESULTS FILE W POSTINGS'
                TO BW-DESCRIPTION
           MOVE RC-PGM-WITHDRAWN     TO BW-LEFT
           MOVE PC-RESULTS-WITHDRAWN TO BW-RIGHT
           PERFORM 700-WRITE-CHECK-LINE

           MOVE 'PGMSTEP SUSPENDED = SUSPENSE FILE' TO BW-DESCRIPTION
           MOVE RC-PGM-SUSPENDED TO BW-LEFT
           MOVE PC-SUSPENSE      TO BW-RIGHT
           PERFORM 700-WRITE-CHECK-LINE

           MOVE 'PGMSTEP REJECTED = REJECT FILE' TO BW-DESCRIPTION
           MOVE RC-PGM-REJECTED TO BW-LEFT
           MOVE PC-REJECTS      TO BW-RIGHT
           PERFORM 700-WRITE-CHECK-LINE
           .

       700-WRITE-CHECK-LINE.
           ADD 1 TO BW-CHECK-COUNT
           MOVE BW-DESCRIPTION TO CDL-DESCRIPTION
           MOVE BW-LEFT        TO CDL-LEFT
           MOVE BW-RIGHT       TO CDL-RIGHT
           IF BW-LEFT = BW-RIGHT
              MOVE 'IN BALANCE'             TO CDL-STATUS
           ELSE
              MOVE '*** OUT OF BALANCE ***' TO CDL-STATUS
              ADD 1 TO BW-OUT-OF-BALANCE
           END-IF
           WRITE BALANCE-REPORT-LINE FROM CHECK-DETAIL-LINE
           .

       1200-FINAL-ROUTINE.
           MOVE BW-CHECK-COUNT    TO BTL-CHECK-COUNT
           MOVE BW-OUT-OF-BALANCE TO BTL-OUT-OF-BALANCE
           WRITE BALANCE-REPORT-LINE FROM BLANK-LINE
           WRITE BALANCE-REPORT-LINE FROM BALANCE-TOTALS-LINE

           IF BW-OUT-OF-BALANCE > 0
              MOVE '*** OUT OF BALANCE - DOWNSTREAM REPORTS HELD ***'
                   TO BALANCE-VERDICT-LINE
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 'NIGHT BALANCES - DOWNSTREAM REPORTS RELEASED'
                   TO BALANCE-VERDICT-LINE
              MOVE 0 TO RETURN-CODE
           END-IF
           WRITE BALANCE-REPORT-LINE FROM BALANCE-VERDICT-LINE

           CLOSE BALANCE-REPORT-FILE

           IF BW-OUT-OF-BALANCE > 0
              DISPLAY 'LAB7BALANCE: ' BW-OUT-OF-BALANCE
                      ' CHECK(S) OUT OF BALANCE - SEE BALRPT.'
           END-IF

           STOP RUN
           .
