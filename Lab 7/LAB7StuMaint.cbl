      *    NAME FIELD, WHICH PRODUCED FALSE MATCHES WHEN TWO
      *    STUDENTS SHARED A NAME AND FALSE MISSES WHEN A CLERK
      *    KEYED THE SAME STUDENT TWO DIFFERENT WAYS.
      *
      *    IT ALSO MAINTAINS THE STUDENT ADDRESS FILE - ONE MAILING
      *    ADDRESS AND E-MAIL RECORD PER STUDENT ID ON THE MASTER,
      *    KEPT IN ITS OWN INDEXED FILE SO THE 50-BYTE MASTER EVERY
      *    OTHER PROGRAM READS DOES NOT CHANGE SHAPE.  LAB7GRDNOTICE
      *    MAILS AND E-MAILS THE GRADE NOTICES FROM IT.  ADDRESS
      *    TRANSACTIONS ARE APPLIED AFTER THE MASTER TRANSACTIONS,
      *    SO A STUDENT ADDED TONIGHT CAN BE GIVEN AN ADDRESS IN THE
      *    SAME RUN.
      *
      *    PRIVACY HOLDS ARE PLACED AND RELEASED THROUGH THE SAME
      *    STUTRAN FILE, EACH WITH AN EFFECTIVE DATE.  THE HOLD IS
      *    CARRIED ON THE MASTER ITSELF (OUT OF ITS SPARE FILLER) SO
      *    LAB7MULTIBREAK CAN CHECK IT WITH THE SAME KEYED READ IT
      *    WOULD USE FOR ANYTHING ELSE ON THE MASTER - WHILE A HOLD
      *    IS IN EFFECT THE STUDENT IS LEFT OFF THE HONOR ROLL AND
      *    SHOWN BY ID ONLY ON EVERYTHING THAT LEAVES THE OFFICE.
      *******
      *  INPUT:  STUTRAN - ADD/CHANGE/DROP TRANSACTION RECORDS,
      *          ONE PER LINE:
      *            COL 1      ACTION  ('A' ADD, 'C' CHANGE, 'D' DROP,
      *                       'H' PLACE PRIVACY HOLD, 'R' RELEASE
      *                       PRIVACY HOLD)
      *            COLS 2-10  STUDENT ID
      *            COLS 11-30 STUDENT NAME (ADD/CHANGE ONLY)
      *            COLS 31-36 EFFECTIVE DATE YYMMDD (HOLD/RELEASE
      *                       ONLY - BLANK MEANS TODAY)
      *          A HOLD TAKES EFFECT ON ITS DATE; A RELEASE ENDS IT
      *          ON ITS DATE (THE STUDENT IS UNMASKED FROM THAT DAY
      *          ON).  EITHER MAY BE KEYED AHEAD OF TIME.
      *          STUMAST - THE INDEXED STUDENT MASTER, CREATED ON
      *          FIRST RUN (SELECT OPTIONAL).
      *          ADDRTRAN - ADDRESS ADD/CHANGE TRANSACTIONS, ONE PER
      *          LINE (OPTIONAL - NONE MEANS NOTHING TO APPLY):
      *            COL 1       ACTION  ('A' ADD, 'C' CHANGE)
      *            COLS 2-10   STUDENT ID (MUST BE ON THE MASTER)
      *            COLS 11-40  STREET LINE 1
      *            COLS 41-70  STREET LINE 2
      *            COLS 71-90  CITY
      *            COLS 91-92  STATE
      *            COLS 93-102 ZIP CODE
      *            COLS 103-152 E-MAIL ADDRESS
      *          A MAILING ADDRESS NEEDS STREET 1, CITY, STATE AND
      *          ZIP; AN ADD NEEDS A MAILING ADDRESS, AN E-MAIL, OR
      *          BOTH.  ON A CHANGE, A SUPPLIED MAILING ADDRESS
      *          REPLACES THE OLD ONE WHOLE (STREET 2 INCLUDED) AND
      *          A SUPPLIED E-MAIL REPLACES THE OLD E-MAIL; WHATEVER
      *          IS LEFT BLANK STAYS AS IT WAS.
      *******
      *  OUTPUT: STUMAST UPDATED IN PLACE.
      *          STUADDR - THE INDEXED STUDENT ADDRESS FILE, KEYED ON
      *          STUDENT ID, UPDATED IN PLACE (CREATED ON FIRST RUN).
      *          STUMLOG - ONE AUDIT LINE PER TRANSACTION, APPLIED
      *          OR REJECTED, PLUS END-OF-RUN TOTALS.
      *******
      *  RETURN CODE: 0 ALL TRANSACTIONS APPLIED, 4 IF ANY WERE
      *          REJECTED (BAD ACTION, DUPLICATE ADD, CHANGE/DROP
      *          OF AN ID NOT ON FILE, INCOMPLETE ADDRESS, BAD HOLD
      *          DATE, RELEASE WITH NO HOLD ON FILE).
      *********************************************
       ENVIRONMENT DIVISION.
      *
           SELECT MAINT-LOG-FILE
               ASSIGN TO "STUMLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT ADDRESS-TRANS-FILE
               ASSIGN TO "ADDRTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDR-TRANS-STATUS.
      *
      *    MAILING ADDRESS AND E-MAIL PER STUDENT - SAME KEY AND SAME
      *    FIRST-RUN CREATE AS THE MASTER.
           SELECT OPTIONAL STUDENT-ADDRESS-FILE
               ASSIGN TO "STUADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SA-STUDENT-ID
               FILE STATUS IS WS-ADDRESS-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
               88 TRANS-IS-ADD                 VALUE 'A'.
               88 TRANS-IS-CHANGE              VALUE 'C'.
               88 TRANS-IS-DROP                VALUE 'D'.
               88 TRANS-IS-HOLD                VALUE 'H'.
               88 TRANS-IS-RELEASE             VALUE 'R'.
           05  ST-STUDENT-ID                   PIC X(9).
           05  ST-NAME                         PIC X(20).
           05  ST-EFFECTIVE-DATE.
               10  ST-EFFECTIVE-YEAR           PIC 99.
               10  ST-EFFECTIVE-MONTH          PIC 99.
               10  ST-EFFECTIVE-DAY            PIC 99.
           05  FILLER                          PIC X(4).
      *
       FD  STUDENT-MASTER-FILE
           RECORD CONTAINS 50 CHARACTERS.
      *    OLD REPORTS STILL RESOLVE.
           05  SM-STATUS                       PIC X.
           05  SM-LAST-MAINT-DATE              PIC 9(6).
      *    PRIVACY HOLD - 'H' ONCE A HOLD HAS EVER BEEN PLACED, WITH
      *    THE DAY IT STARTS AND THE DAY IT WAS RELEASED (ZEROS WHILE
      *    IT STANDS).  A RELEASED HOLD KEEPS BOTH DATES AS THE
      *    RECORD OF WHEN THE STUDENT WAS WITHHELD.  IN EFFECT ON A
      *    GIVEN DAY WHEN THE START IS ON OR BEFORE IT AND THE
      *    RELEASE IS ZERO OR AFTER IT.  LAB7MULTIBREAK, LAB7IDFIX
      *    AND LAB7INQUIRY CARRY THE SAME LAYOUT AND MUST MATCH.
           05  SM-PRIVACY-HOLD                 PIC X.
               88 SM-HOLD-ON-FILE              VALUE 'H'.
           05  SM-HOLD-START-DATE              PIC 9(6).
           05  SM-HOLD-RELEASE-DATE            PIC 9(6).
           05  FILLER                          PIC X(1).
      *
       FD  MAINT-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  MAINT-LOG-LINE                      PIC X(80).
      *
       FD  ADDRESS-TRANS-FILE
           RECORD CONTAINS 160 CHARACTERS.
      *
       01  ADDRESS-TRANS-RECORD.
           05  AD-ACTION-CODE                  PIC X.
               88 ADDR-TRANS-IS-ADD            VALUE 'A'.
               88 ADDR-TRANS-IS-CHANGE         VALUE 'C'.
           05  AD-STUDENT-ID                   PIC X(9).
           05  AD-MAILING-ADDRESS.
               10  AD-STREET-1                 PIC X(30).
               10  AD-STREET-2                 PIC X(30).
               10  AD-CITY                     PIC X(20).
               10  AD-STATE                    PIC X(2).
               10  AD-ZIP-CODE                 PIC X(10).
           05  AD-EMAIL-ADDRESS                PIC X(50).
           05  FILLER                          PIC X(8).
      *
      *  LAB7GRDNOTICE CARRIES THE SAME LAYOUT AND MUST MATCH.
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
       WORKING-STORAGE SECTION.
      *
           05  WS-TRANS-APPLIED            PIC X       VALUE 'N'.
               88 TRANS-WAS-APPLIED                    VALUE 'Y'.
               88 TRANS-WAS-REJECTED                   VALUE 'N'.
           05  WS-ADDR-TRANS-STATUS        PIC XX      VALUE '00'.
           05  WS-ADDRESS-FILE-STATUS      PIC XX      VALUE '00'.
      *    SET BY 755-CHECK-ADDRESS-FIELDS FOR THE TRANSACTION IN
      *    HAND.
           05  WS-MAILING-SUPPLIED         PIC X       VALUE 'N'.
           05  WS-MAILING-COMPLETE         PIC X       VALUE 'N'.
           05  WS-EMAIL-SUPPLIED           PIC X       VALUE 'N'.
           05  WS-EMAIL-AT-COUNT           PIC 99      VALUE 0.
      *    THE HOLD/RELEASE DATE IN FORCE FOR THE TRANSACTION IN
      *    HAND - ITS OWN DATE, OR TODAY WHEN LEFT BLANK.
           05  WS-EFFECTIVE-DATE           PIC 9(6)    VALUE 0.
      *    TODAY AS ONE NUMBER, FOR COMPARING WITH THE HOLD DATES.
           05  WS-TODAY-DATE               PIC 9(6)    VALUE 0.
      *
       01  MAINT-COUNTERS.
           05  MC-TRANS-READ               PIC 9(5)    VALUE 0.
           05  MC-ADDS-APPLIED             PIC 9(5)    VALUE 0.
           05  MC-CHANGES-APPLIED          PIC 9(5)    VALUE 0.
           05  MC-DROPS-APPLIED            PIC 9(5)    VALUE 0.
           05  MC-HOLDS-APPLIED            PIC 9(5)    VALUE 0.
           05  MC-RELEASES-APPLIED         PIC 9(5)    VALUE 0.
           05  MC-TRANS-REJECTED           PIC 9(5)    VALUE 0.
           05  MC-ADDR-TRANS-READ          PIC 9(5)    VALUE 0.
           05  MC-ADDR-ADDS-APPLIED        PIC 9(5)    VALUE 0.
           05  MC-ADDR-CHANGES-APPLIED     PIC 9(5)    VALUE 0.
           05  MC-ADDR-TRANS-REJECTED      PIC 9(5)    VALUE 0.
      *
       01  WS-REJECT-REASON                PIC X(30)   VALUE SPACES.
      *  SHOWN IN THE REASON COLUMN OF AN APPLIED HOLD OR RELEASE SO
      *  THE LOG SAYS FROM WHEN.
       01  WS-APPLIED-NOTE                 PIC X(30)   VALUE SPACES.
      *
       01  HOLD-NOTE-AREA.
           05  HN-NOTE-TEXT                PIC X(16).
           05  HN-EFFECTIVE-DATE           PIC 9(6).
           05                              PIC X(8)  VALUE SPACES.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05                              PIC X(12) VALUE
                                           '  REJECTED: '.
           05  MTL-REJECTED                PIC ZZZZ9.
      *
       01  HOLD-TOTALS-LINE.
           05                              PIC X(16) VALUE
                                           'PRIVACY HOLDS: '.
           05  HTL-HOLDS                   PIC ZZZZ9.
           05                              PIC X(12) VALUE
                                           '  RELEASES: '.
           05  HTL-RELEASES                PIC ZZZZ9.
      *
       01  HEADING-ADDRESS-1.
           05                              PIC X(40) VALUE
                       'ADDRESS/E-MAIL TRANSACTIONS'.
      *
       01  ADDRESS-TOTALS-LINE.
           05                              PIC X(15) VALUE
                                           'ADDRESS ADDS: '.
           05  ATL-ADDS                    PIC ZZZZ9.
           05                              PIC X(11) VALUE
                                           '  CHANGES: '.
           05  ATL-CHANGES                 PIC ZZZZ9.
           05                              PIC X(12) VALUE
                                           '  REJECTED: '.
           05  ATL-REJECTED                PIC ZZZZ9.
      *
       01  BLANK-LINE                      PIC X(80) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       100-MAINTAIN-STUDENT-MASTER.
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 400-READ-TRANS-FILE
           PERFORM 500-READ-ADDRESS-TRANS
           PERFORM 1200-FINAL-ROUTINE
           .

           OPEN INPUT  STUDENT-TRANS-FILE
                I-O    STUDENT-MASTER-FILE
                OUTPUT MAINT-LOG-FILE
                INPUT  ADDRESS-TRANS-FILE
                I-O    STUDENT-ADDRESS-FILE

      *  A MISSING TRANSACTION FILE JUST MEANS NOTHING TO APPLY
      *  TONIGHT - THE RUN LOGS ITS (ZERO) TOTALS AND ENDS CLEAN.
              STOP RUN
           END-IF

      *  SAME RULE FOR THE ADDRESS FILE - THE GRADE NOTICES MAIL
      *  FROM IT.
           IF WS-ADDRESS-FILE-STATUS NOT = '00'
              AND WS-ADDRESS-FILE-STATUS NOT = '05'
              DISPLAY 'LAB7STUMAINT: CANNOT OPEN ADDRESS FILE,'
                      ' FILE STATUS ' WS-ADDRESS-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-CURRENT-DATE TO WS-TODAY-DATE

           WRITE MAINT-LOG-LINE FROM HEADING-MAINT-1
           .
           END-PERFORM
           .

       500-READ-ADDRESS-TRANS.
      *  NO ADDRESS TRANSACTION FILE IS A CLEAN NOTHING-TO-DO, THE
      *  SAME AS STUTRAN.
           WRITE MAINT-LOG-LINE FROM BLANK-LINE
           WRITE MAINT-LOG-LINE FROM HEADING-ADDRESS-1

           IF WS-ADDR-TRANS-STATUS = '00'
              PERFORM UNTIL WS-ADDR-TRANS-STATUS NOT = '00'
                 READ ADDRESS-TRANS-FILE
                    AT END
                       MOVE '10' TO WS-ADDR-TRANS-STATUS
                    NOT AT END
                       ADD 1 TO MC-ADDR-TRANS-READ
                       PERFORM 750-APPLY-ADDRESS-TRANS
                       PERFORM 850-WRITE-ADDRESS-AUDIT-LINE
                 END-READ
              END-PERFORM
           END-IF
           .

       700-APPLY-TRANSACTION.
           MOVE 'N' TO WS-TRANS-APPLIED
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-APPLIED-NOTE

           EVALUATE TRUE
             WHEN ST-STUDENT-ID = SPACES
             WHEN TRANS-IS-DROP
                PERFORM 730-APPLY-DROP

             WHEN TRANS-IS-HOLD
                PERFORM 735-CHECK-EFFECTIVE-DATE
                IF WS-REJECT-REASON = SPACES
                   PERFORM 740-APPLY-HOLD
                END-IF

             WHEN TRANS-IS-RELEASE
                PERFORM 735-CHECK-EFFECTIVE-DATE
                IF WS-REJECT-REASON = SPACES
                   PERFORM 745-APPLY-RELEASE
                END-IF

             WHEN OTHER
                MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON

           MOVE ST-NAME       TO SM-NAME
           MOVE 'A'           TO SM-STATUS
           MOVE WS-CURRENT-DATE TO SM-LAST-MAINT-DATE
           MOVE 'N'           TO SM-PRIVACY-HOLD
           MOVE ZEROS         TO SM-HOLD-START-DATE
                                 SM-HOLD-RELEASE-DATE

           WRITE STUDENT-MASTER-RECORD
              INVALID KEY
           END-READ
           .

       735-CHECK-EFFECTIVE-DATE.
      *  A BLANK DATE MEANS TODAY.  ANYTHING ELSE MUST BE A REAL
      *  YYMMDD - A MISKEYED DATE COULD UNMASK A STUDENT EARLY.
           IF ST-EFFECTIVE-DATE = SPACES
              MOVE WS-CURRENT-DATE TO WS-EFFECTIVE-DATE
           ELSE
              IF ST-EFFECTIVE-DATE NUMERIC
                 AND ST-EFFECTIVE-MONTH >= 1
                 AND ST-EFFECTIVE-MONTH <= 12
                 AND ST-EFFECTIVE-DAY >= 1
                 AND ST-EFFECTIVE-DAY <= 31
                 MOVE ST-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
              ELSE
                 MOVE 'INVALID EFFECTIVE DATE' TO WS-REJECT-REASON
              END-IF
           END-IF
           .

       740-APPLY-HOLD.
      *  THE MASTER CARRIES ONE HOLD, SO A NEW ONE REPLACES THE
      *  LAST ONLY WHEN THAT ONE IS OVER: RELEASED AS OF TODAY AND
      *  NO LATER THAN THE NEW START.  A HOLD STILL IN EFFECT, OR
      *  ONE KEYED AHEAD OF TIME, IS REJECTED RATHER THAN RE-DATED -
      *  MOVING ITS START LATER WOULD QUIETLY UNMASK THE STUDENT FOR
      *  THE GAP.  SO IS A NEW HOLD DATED BACK INTO THE LAST ONE,
      *  WHICH WOULD LOSE THE RECORD OF WHEN THAT ONE BEGAN.
           MOVE ST-STUDENT-ID TO SM-STUDENT-ID
           MOVE SPACES TO SM-NAME

           READ STUDENT-MASTER-FILE
              INVALID KEY
                 MOVE SPACES TO SM-NAME
                 MOVE 'ID NOT ON FILE' TO WS-REJECT-REASON
              NOT INVALID KEY
                 EVALUATE TRUE
                   WHEN NOT SM-HOLD-ON-FILE
                      CONTINUE
                   WHEN SM-HOLD-RELEASE-DATE = ZEROS
                   WHEN SM-HOLD-RELEASE-DATE > WS-TODAY-DATE
                      MOVE 'PRIVACY HOLD ALREADY ON FILE' TO
                           WS-REJECT-REASON
                   WHEN SM-HOLD-RELEASE-DATE > WS-EFFECTIVE-DATE
                      MOVE 'HOLD STARTS BEFORE LAST ENDED' TO
                           WS-REJECT-REASON
                 END-EVALUATE

                 IF WS-REJECT-REASON = SPACES
                    MOVE 'H'               TO SM-PRIVACY-HOLD
                    MOVE WS-EFFECTIVE-DATE TO SM-HOLD-START-DATE
                    MOVE ZEROS             TO SM-HOLD-RELEASE-DATE
                    MOVE WS-CURRENT-DATE   TO SM-LAST-MAINT-DATE
                    REWRITE STUDENT-MASTER-RECORD
                       INVALID KEY
                          MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                       NOT INVALID KEY
                          MOVE 'Y' TO WS-TRANS-APPLIED
                          ADD 1 TO MC-HOLDS-APPLIED
                          MOVE 'HOLD FROM'       TO HN-NOTE-TEXT
                          MOVE WS-EFFECTIVE-DATE TO HN-EFFECTIVE-DATE
                          MOVE HOLD-NOTE-AREA    TO WS-APPLIED-NOTE
                    END-REWRITE
                 END-IF
           END-READ
           .

       745-APPLY-RELEASE.
      *  THE START AND RELEASE DATES STAY ON THE MASTER AS THE
      *  RECORD OF THE HOLD.  A RELEASE DATED BEFORE THE HOLD
      *  STARTED IS A KEYING ERROR, NOT A CANCELLATION.
           MOVE ST-STUDENT-ID TO SM-STUDENT-ID
           MOVE SPACES TO SM-NAME

           READ STUDENT-MASTER-FILE
              INVALID KEY
                 MOVE SPACES TO SM-NAME
                 MOVE 'ID NOT ON FILE' TO WS-REJECT-REASON
              NOT INVALID KEY
                 EVALUATE TRUE
                   WHEN NOT SM-HOLD-ON-FILE
                   WHEN SM-HOLD-RELEASE-DATE NOT = ZEROS
                      MOVE 'NO PRIVACY HOLD TO RELEASE' TO
                           WS-REJECT-REASON

                   WHEN WS-EFFECTIVE-DATE < SM-HOLD-START-DATE
                      MOVE 'RELEASE BEFORE HOLD START' TO
                           WS-REJECT-REASON

                   WHEN OTHER
                      MOVE WS-EFFECTIVE-DATE TO SM-HOLD-RELEASE-DATE
                      MOVE WS-CURRENT-DATE   TO SM-LAST-MAINT-DATE
                      REWRITE STUDENT-MASTER-RECORD
                         INVALID KEY
                            MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                         NOT INVALID KEY
                            MOVE 'Y' TO WS-TRANS-APPLIED
                            ADD 1 TO MC-RELEASES-APPLIED
                            MOVE 'HOLD RELEASED'   TO HN-NOTE-TEXT
                            MOVE WS-EFFECTIVE-DATE TO HN-EFFECTIVE-DATE
                            MOVE HOLD-NOTE-AREA    TO WS-APPLIED-NOTE
                      END-REWRITE
                 END-EVALUATE
           END-READ
           .

       750-APPLY-ADDRESS-TRANS.
      *  THE STUDENT MUST ALREADY BE ON THE MASTER - AN ADDRESS FOR
      *  AN ID NOBODY ISSUED WOULD NEVER BE MAILED TO.  THE MASTER
      *  READ ALSO PUTS THE NAME IN SM-NAME FOR THE AUDIT LINE.
           MOVE 'N' TO WS-TRANS-APPLIED
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO SM-NAME
           PERFORM 755-CHECK-ADDRESS-FIELDS

           IF AD-STUDENT-ID = SPACES
              MOVE 'BLANK STUDENT ID' TO WS-REJECT-REASON
           ELSE
              MOVE AD-STUDENT-ID TO SM-STUDENT-ID
              READ STUDENT-MASTER-FILE
                 INVALID KEY
                    MOVE SPACES TO SM-NAME
                    MOVE 'ID NOT ON STUDENT MASTER' TO
                         WS-REJECT-REASON
              END-READ
           END-IF

           IF WS-REJECT-REASON = SPACES
              EVALUATE TRUE
                WHEN WS-MAILING-SUPPLIED = 'Y'
                 AND WS-MAILING-COMPLETE = 'N'
                   MOVE 'INCOMPLETE MAILING ADDRESS' TO
                        WS-REJECT-REASON

                WHEN WS-EMAIL-SUPPLIED = 'Y'
                 AND WS-EMAIL-AT-COUNT NOT = 1
                   MOVE 'INVALID E-MAIL ADDRESS' TO WS-REJECT-REASON

                WHEN WS-MAILING-SUPPLIED = 'N'
                 AND WS-EMAIL-SUPPLIED = 'N'
                   MOVE 'NO ADDRESS OR E-MAIL GIVEN' TO
                        WS-REJECT-REASON

                WHEN ADDR-TRANS-IS-ADD
                   PERFORM 760-APPLY-ADDRESS-ADD

                WHEN ADDR-TRANS-IS-CHANGE
                   PERFORM 770-APPLY-ADDRESS-CHANGE

                WHEN OTHER
                   MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON

              END-EVALUATE
           END-IF

           IF TRANS-WAS-REJECTED
              ADD 1 TO MC-ADDR-TRANS-REJECTED
           END-IF
           .

       755-CHECK-ADDRESS-FIELDS.
      *  STREET 2 IS THE ONLY OPTIONAL MAILING FIELD.  THE E-MAIL
      *  CHECK IS DELIBERATELY LOOSE - EXACTLY ONE '@' CATCHES THE
      *  USUAL KEYING SLIPS WITHOUT SECOND-GUESSING THE MAIL SYSTEM.
           MOVE 'N' TO WS-MAILING-SUPPLIED
           MOVE 'N' TO WS-MAILING-COMPLETE
           MOVE 'N' TO WS-EMAIL-SUPPLIED
           MOVE ZERO TO WS-EMAIL-AT-COUNT

           IF AD-MAILING-ADDRESS NOT = SPACES
              MOVE 'Y' TO WS-MAILING-SUPPLIED
              IF AD-STREET-1 NOT = SPACES
                 AND AD-CITY NOT = SPACES
                 AND AD-STATE NOT = SPACES
                 AND AD-ZIP-CODE NOT = SPACES
                 MOVE 'Y' TO WS-MAILING-COMPLETE
              END-IF
           END-IF

           IF AD-EMAIL-ADDRESS NOT = SPACES
              MOVE 'Y' TO WS-EMAIL-SUPPLIED
              INSPECT AD-EMAIL-ADDRESS
                 TALLYING WS-EMAIL-AT-COUNT FOR ALL '@'
           END-IF
           .

       760-APPLY-ADDRESS-ADD.
      *  SAME DUPLICATE-ADD RULE AS THE MASTER - A SECOND ADD IS
      *  REJECTED, NOT OVERLAID; ADDRESS MOVES ARE CHANGES.
           MOVE SPACES TO STUDENT-ADDRESS-RECORD
           MOVE AD-STUDENT-ID TO SA-STUDENT-ID
           IF WS-MAILING-SUPPLIED = 'Y'
              MOVE AD-MAILING-ADDRESS TO SA-MAILING-ADDRESS
           END-IF
           IF WS-EMAIL-SUPPLIED = 'Y'
              MOVE AD-EMAIL-ADDRESS TO SA-EMAIL-ADDRESS
           END-IF
           MOVE WS-CURRENT-DATE TO SA-LAST-MAINT-DATE

           WRITE STUDENT-ADDRESS-RECORD
              INVALID KEY
                 MOVE 'ADDRESS ALREADY ON FILE' TO WS-REJECT-REASON
              NOT INVALID KEY
                 MOVE 'Y' TO WS-TRANS-APPLIED
                 ADD 1 TO MC-ADDR-ADDS-APPLIED
           END-WRITE
           .

       770-APPLY-ADDRESS-CHANGE.
           MOVE AD-STUDENT-ID TO SA-STUDENT-ID

           READ STUDENT-ADDRESS-FILE
              INVALID KEY
                 MOVE 'NO ADDRESS ON FILE' TO WS-REJECT-REASON
              NOT INVALID KEY
                 IF WS-MAILING-SUPPLIED = 'Y'
                    MOVE AD-MAILING-ADDRESS TO SA-MAILING-ADDRESS
                 END-IF
                 IF WS-EMAIL-SUPPLIED = 'Y'
                    MOVE AD-EMAIL-ADDRESS TO SA-EMAIL-ADDRESS
                 END-IF
                 MOVE WS-CURRENT-DATE TO SA-LAST-MAINT-DATE
                 REWRITE STUDENT-ADDRESS-RECORD
                    INVALID KEY
                       MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                    NOT INVALID KEY
                       MOVE 'Y' TO WS-TRANS-APPLIED
                       ADD 1 TO MC-ADDR-CHANGES-APPLIED
                 END-REWRITE
           END-READ
           .

       800-WRITE-AUDIT-LINE.
      *  A HOLD OR RELEASE CARRIES NO NAME - THE LOG SHOWS THE
      *  MASTER'S, THE SAME WAY THE ADDRESS LINES DO.
           MOVE ST-ACTION-CODE TO MDL-ACTION-CODE
           MOVE ST-STUDENT-ID  TO MDL-STUDENT-ID
           IF TRANS-IS-HOLD OR TRANS-IS-RELEASE
              MOVE SM-NAME     TO MDL-NAME
           ELSE
              MOVE ST-NAME     TO MDL-NAME
           END-IF

           IF TRANS-WAS-APPLIED
              MOVE 'APPLIED ' TO MDL-DISPOSITION
              MOVE WS-APPLIED-NOTE TO MDL-REASON
           ELSE
              MOVE 'REJECTED' TO MDL-DISPOSITION
              MOVE WS-REJECT-REASON TO MDL-REASON
           END-IF

           WRITE MAINT-LOG-LINE FROM MAINT-DETAIL-LINE
           .

       850-WRITE-ADDRESS-AUDIT-LINE.
      *  SAME LINE AS THE MASTER TRANSACTIONS.  THE NAME COMES FROM
      *  THE MASTER (THE ADDRESS TRANSACTION DOESN'T CARRY ONE), SO
      *  IT IS BLANK WHEN THE ID WASN'T FOUND.
           MOVE AD-ACTION-CODE TO MDL-ACTION-CODE
           MOVE AD-STUDENT-ID  TO MDL-STUDENT-ID
           MOVE SM-NAME        TO MDL-NAME

           IF TRANS-WAS-APPLIED
              MOVE 'APPLIED ' TO MDL-DISPOSITION

           WRITE MAINT-LOG-LINE FROM MAINT-TOTALS-LINE

           MOVE MC-HOLDS-APPLIED    TO HTL-HOLDS
           MOVE MC-RELEASES-APPLIED TO HTL-RELEASES
           WRITE MAINT-LOG-LINE FROM HOLD-TOTALS-LINE

           MOVE MC-ADDR-ADDS-APPLIED    TO ATL-ADDS
           MOVE MC-ADDR-CHANGES-APPLIED TO ATL-CHANGES
           MOVE MC-ADDR-TRANS-REJECTED  TO ATL-REJECTED
           WRITE MAINT-LOG-LINE FROM ADDRESS-TOTALS-LINE

           IF WS-TRANS-FILE-STATUS = '00' OR '10'
              CLOSE STUDENT-TRANS-FILE
           END-IF
           IF WS-ADDR-TRANS-STATUS = '00' OR '10'
              CLOSE ADDRESS-TRANS-FILE
           END-IF
           CLOSE STUDENT-MASTER-FILE
                 STUDENT-ADDRESS-FILE
                 MAINT-LOG-FILE

           IF MC-TRANS-REJECTED > 0 OR MC-ADDR-TRANS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
