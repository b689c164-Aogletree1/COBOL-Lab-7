      *          CARRYING A STUDENT ID; FEEDS SORTSTEP AND TRSORT.
      *          IDRPT   - UNIDENTIFIED-RECORD REPORT FOR THE
      *          REGISTRAR (NAME NOT ON MASTER, OR AMBIGUOUS).
      *          IDCTL   - ONE CONTROL-TOTAL RECORD (READ, WRITTEN,
      *          DIVERTED) FOR THE LAB7BALANCE BALANCING STEP.
      *******
      *  RETURN CODE: 0 EVERY RECORD RESOLVED, 4 IF ANY WENT TO THE
      *          REGISTRAR REPORT, 12 IF THE MASTER CANNOT BE
           SELECT UNIDENT-REPORT-FILE
               ASSIGN TO "IDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    END-OF-JOB CONTROL TOTALS - SEE 1250-WRITE-CONTROL-TOTALS.
           SELECT CONTROL-TOTAL-FILE
               ASSIGN TO "IDCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
           05  SM-NAME                         PIC X(20).
           05  SM-STATUS                       PIC X.
           05  SM-LAST-MAINT-DATE              PIC 9(6).
           05  SM-PRIVACY-HOLD                 PIC X.
               88 SM-HOLD-ON-FILE              VALUE 'H'.
           05  SM-HOLD-START-DATE              PIC 9(6).
           05  SM-HOLD-RELEASE-DATE            PIC 9(6).
           05  FILLER                          PIC X(1).
      *
       FD  STUDENT-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           RECORD CONTAINS 90 CHARACTERS.
      *
       01  UNIDENT-REPORT-LINE                 PIC X(90).
      *
      *  READ = WRITTEN + DIVERTED MUST FOOT - EVERY RECORD EITHER
      *  FLOWS ON TO IDOUT OR GOES TO THE REGISTRAR REPORT.
      *  LAB7BALANCE CARRIES THE SAME LAYOUT AND MUST MATCH THIS ONE.
       FD  CONTROL-TOTAL-FILE
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
       WORKING-STORAGE SECTION.
      *
           05  FC-ID-PRESENT               PIC 9(7)    VALUE 0.
           05  FC-ID-FILLED                PIC 9(7)    VALUE 0.
           05  FC-UNIDENTIFIED             PIC 9(7)    VALUE 0.
           05  FC-RECORDS-WRITTEN          PIC 9(7)    VALUE 0.
      *
       01  WS-CURRENT-DATE                 PIC 9(6)    VALUE 0.
      *
      *  THE STUDENT MASTER, TABLED FOR THE NAME SCAN - THE MASTER
      *  IS KEYED ON ID, SO A NAME LOOKUP HAS TO SWEEP.  SIZED FOR
      *  THE OCCURS DEPENDING ON - SEE STUDENT-RECORD-IMAGE.
           MOVE STUDENT-RECORD-IMAGE TO STUDENT-OUT-RECORD
           WRITE STUDENT-OUT-RECORD
           ADD 1 TO FC-RECORDS-WRITTEN
           .

       820-WRITE-UNIDENT-LINE.
                 STUDENT-OUT-FILE
                 UNIDENT-REPORT-FILE

           PERFORM 1250-WRITE-CONTROL-TOTALS

           IF FC-UNIDENTIFIED > 0
              MOVE 4 TO RETURN-CODE
           ELSE

           STOP RUN
           .

       1250-WRITE-CONTROL-TOTALS.
      *  ONE RECORD FOR LAB7BALANCE (//BALSTEP), WHICH FOOTS IT AND
      *  THEN CHECKS THE WRITTEN COUNT AGAINST WHAT SORTSTEP READ.
           ACCEPT WS-CURRENT-DATE FROM DATE

           MOVE SPACES             TO ID-CONTROL-RECORD
           MOVE 'IDFIX'            TO ICR-STEP-NAME
           MOVE WS-CURRENT-DATE    TO ICR-RUN-DATE
           MOVE FC-RECORDS-READ    TO ICR-RECORDS-READ
           MOVE FC-RECORDS-WRITTEN TO ICR-RECORDS-WRITTEN
           MOVE FC-UNIDENTIFIED    TO ICR-RECORDS-DIVERTED

           OPEN OUTPUT CONTROL-TOTAL-FILE
           WRITE ID-CONTROL-RECORD
           CLOSE CONTROL-TOTAL-FILE
           .
