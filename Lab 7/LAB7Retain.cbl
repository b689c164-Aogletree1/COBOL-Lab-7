       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LAB7RETAIN.
       AUTHOR.         AUSTIN OGLETREE.
      *************************************************
      *      ARCHIVE RETENTION AND COMPACTION
      *
      *    PERIODIC HOUSEKEEPING FOR THE FILES THE NIGHTLY RUN ONLY
      *    EVER APPENDS TO (DISP=MOD), RUN FROM ITS OWN JOB -
      *    LAB7RETAIN.JCL - NEVER INSIDE LAB7NIGHTLY.  LEFT ALONE
      *    THEY GROW FOREVER: EVERY FORCE RE-RUN ADDS A SUPERSEDED
      *    COPY OF A WHOLE TERM, AND THE READERS HAVE FIXED TABLES
      *    (LAB7STANDING 2000 ARCHIVE ENTRIES, LAB7TREND 600 HISTORY
      *    RECORDS, LAB7OPSRPT 400 RUN RECORDS).
      *
      *      - RESARCHIVE AND GRADEHIST ARE COLLAPSED TO THE LATEST
      *        RUN-DATE COPY OF EACH RECORD, KEYED EXACTLY AS THEIR
      *        READERS DE-DUPLICATE THEM (LAB7STANDING'S 450- AND
      *        LAB7TREND'S 450-): TERM/DEPT/CLASS/STUDENT FOR THE
      *        ARCHIVE, TERM/DEPT/CLASS/SECTION FOR THE HISTORY.  A
      *        GRADE CORRECTION ONLY APPENDS THE ONE STUDENT IT
      *        CHANGED, SO THE COLLAPSE IS PER RECORD, NOT PER TERM
      *        - KEEPING ONLY A TERM'S NEWEST RUN DATE WOULD LOSE
      *        EVERY STUDENT THE CORRECTION DID NOT TOUCH.  THE KEPT
      *        COPY STAYS WHERE THE KEY FIRST APPEARED, AS IT DOES
      *        IN THE READERS' TABLES, SO ATTEMPT ORDER (LAB7REPEAT)
      *        AND TERM ORDER (LAB7TREND) DO NOT CHANGE.  WHAT EVERY
      *        READER REPORTS IS THEREFORE THE SAME BEFORE AND AFTER.
      *      - A TERM THE REGISTRAR HAS CLOSED (TERMCTL) WHOSE LAST
      *        RUN IS OLDER THAN THE RETENTION PERIOD IS MOVED TO THE
      *        LONG-TERM HISTORY DATASETS - EXCEPT THAT A STUDENT'S
      *        ARCHIVE RECORDS FOR IT STAY PUT WHILE THAT STUDENT HAS
      *        RECORDS IN ANY TERM STILL ON THE ARCHIVE, BECAUSE
      *        LAB7STANDING, LAB7REPEAT AND LAB7TRANSCRIPT READ ONLY
      *        THE ARCHIVE AND NEED EVERY TERM A STUDENT HAS TAKEN
      *        (CUMULATIVE GPA, REPEAT REPLACEMENT).  THEY GO WITH
      *        THE STUDENT'S LAST TERM.  AN OPEN TERM IS
      *        NEVER MOVED, HOWEVER OLD - IT CAN STILL BE CLOSED,
      *        AND LAB7TERMCLOSE POSTS FROM THE ARCHIVE - AND IS
      *        FLAGGED FOR THE REGISTRAR INSTEAD.  THE INDEXED
      *        ARCHIVE (LAB7ARCLOAD) KEEPS A MOVED TERM INQUIRABLE.
      *      - OPSLOG IS TRIMMED TO A ROLLING WINDOW OF DAYS.  A RUN
      *        OUTSIDE THE WINDOW IS STILL KEPT WHEN IT IS THE
      *        NEWEST COMPLETED RUN OF A TERM/MODE THAT IS NOT
      *        CLOSED, SO THE DUPLICATE-RUN GUARD IN LAB7MULTIBREAK
      *        REFUSES EXACTLY WHAT IT REFUSED BEFORE.  EVERY RUN
      *        RECORD ALREADY WENT TO THE BATCH MONITOR'S DATASET
      *        THE NIGHT IT WAS WRITTEN (LAB7NIGHTLY //LOGSTEP).
      *      - GCAUDIT IS NEVER DROPPED.  THE WHOLE TRAIL IS COPIED
      *        TO A NEW ARCHIVE GENERATION; ONLY WHEN THE COPY IS
      *        COMPLETE IS THE LIVE TRAIL STARTED OVER, CARRYING
      *        FORWARD (AS COPIES, UNDER THEIR ORIGINAL RUN HEADINGS)
      *        THE TRANSACTIONS THAT WERE NOT APPLIED AND HAVE NOT
      *        BEEN APPLIED SINCE - THE ONES LAB7INQUIRY SHOWS AS
      *        PENDING.
      *
      *    EVERYTHING IS READ AND CHECKED, AND EVERY OUTPUT OPENED,
      *    BEFORE ANYTHING IS WRITTEN.  A FILE TOO BIG FOR ITS TABLE
      *    OR ONE THAT CANNOT BE OPENED STOPS THE RUN WITH EVERY FILE
      *    UNTOUCHED.  BOTH LONG-TERM HISTORIES ARE WRITTEN BEFORE
      *    ANY LIVE FILE IS REWRITTEN, SO A FAILED HISTORY WRITE
      *    STOPS THE RUN WITH THE LIVE FILES UNTOUCHED TOO.  THE
      *    REPORT SHOWS EACH TERM'S
      *    DISPOSITION AND A BEFORE/AFTER COUNT PER FILE THAT MUST
      *    FOOT (BEFORE = SUPERSEDED + MOVED/TRIMMED + AFTER), SO IT
      *    CAN BE SHOWN THAT NOTHING CURRENT WAS LOST.
      *******
      *  INPUT:  RETPARM  - OPTIONAL ONE-RECORD PARAMETER FILE:
      *            COLS 1-5   RETENTION DAYS AFTER A CLOSED TERM'S
      *                       LAST RUN (DEFAULT 01460 - FOUR YEARS)
      *            COLS 6-9   OPSLOG WINDOW DAYS (DEFAULT 0180)
      *          TERMCTL  - THE TERM-CONTROL FILE (LAYOUT IN
      *          LAB7TERMCLOSE).
      *          RESARCH  - THE RESULTS ARCHIVE     } READ, THEN
      *          GRADHIST - THE GRADE HISTORY       } REWRITTEN IN
      *          OPSLOG   - THE RUN HISTORY         } PLACE.
      *          GCAUDIT  - THE GRADE-CHANGE AUDIT TRAIL.
      *******
      *  OUTPUT: RESHIST  - LONG-TERM RESULTS HISTORY (APPENDED).
      *          GHHIST   - LONG-TERM GRADE HISTORY (APPENDED).
      *          GCAUDARC - THE NEW AUDIT-TRAIL ARCHIVE GENERATION.
      *          RETNRPT  - THE BEFORE/AFTER REPORT.
      *******
      *  RETURN CODE: 0 CLEAN; 4 SOMETHING FOR A HUMAN - A TERM PAST
      *          RETENTION THAT IS STILL OPEN, A FILE STILL OVER ITS
      *          READER'S TABLE, OR AN AUDIT TRAIL THAT COULD NOT BE
      *          STARTED OVER (IT IS LEFT WHOLE); 12 A FILE TOO BIG
      *          TO COMPACT OR THAT COULD NOT BE OPENED - NOTHING
      *          WAS CHANGED - OR A WRITE TO A LONG-TERM HISTORY
      *          FAILED - THE LIVE FILES WERE NOT CHANGED, AND
      *          RETNRPT COUNTS THE RECORDS THE HISTORIES GAINED
      *          BEFORE IT FAILED (COPIES OF RECORDS STILL LIVE, TO
      *          BE CUT OFF BEFORE THE RUN IS REPEATED) - OR A LIVE
      *          FILE COULD NOT BE REWRITTEN, WHEN IT MAY BE SHORT:
      *          A *** NOTE NAMES THE FILE AND THE BACKUP TO RESTORE
      *          IT FROM, AND ITS CHECK READS 'REWRITE FAILED'.
      *********************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT RETENTION-PARAMETER-FILE
               ASSIGN TO "RETPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
      *
           SELECT OPTIONAL TERM-CONTROL-FILE
               ASSIGN TO "TERMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMCTL-FILE-STATUS.
      *
           SELECT RESULTS-ARCHIVE-FILE
               ASSIGN TO "RESARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
      *
           SELECT GRADE-HISTORY-FILE
               ASSIGN TO "GRADHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
      *
           SELECT OPS-LOG-FILE
               ASSIGN TO "OPSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSLOG-FILE-STATUS.
      *
           SELECT CHANGE-AUDIT-FILE
               ASSIGN TO "GCAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
      *
      *    BOTH LONG-TERM HISTORIES ARE APPENDED, NEVER RECREATED -
      *    OPTIONAL SO THE FIRST TERM EVER MOVED CREATES THEM.
           SELECT OPTIONAL RESULTS-HISTORY-FILE
               ASSIGN TO "RESHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESHIST-FILE-STATUS.
      *
           SELECT OPTIONAL GRADE-LONG-HISTORY-FILE
               ASSIGN TO "GHHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GHHIST-FILE-STATUS.
      *
           SELECT AUDIT-ARCHIVE-FILE
               ASSIGN TO "GCAUDARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDARC-FILE-STATUS.
      *
           SELECT RETENTION-REPORT-FILE
               ASSIGN TO "RETNRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  RETENTION-PARAMETER-FILE
           RECORD CONTAINS 20 CHARACTERS.
      *
       01  RETENTION-PARAMETER-RECORD.
           05  RT-RETAIN-DAYS               PIC 9(5).
           05  RT-OPSLOG-DAYS               PIC 9(4).
           05  FILLER                       PIC X(11).
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
      *  MUST MATCH GRADE-HISTORY-RECORD IN LAB7MULTIBREAK.  ONLY
      *  THE KEY AND RUN DATE MATTER HERE; THE COUNTS RIDE ALONG.
       FD  GRADE-HISTORY-FILE
           RECORD CONTAINS 55 CHARACTERS.
      *
       01  GRADE-HISTORY-RECORD.
           05  GH-TERM-CODE                 PIC X(4).
           05  GH-DEPT-CODE                 PIC A(4).
           05  GH-CLASS-CODE                PIC X(5).
           05  FILLER                       PIC X(33).
           05  GH-RUN-DATE                  PIC 9(6).
           05  GH-SECTION-CODE              PIC X(3).
      *
      *  MUST MATCH OPS-LOG-RECORD IN LAB7MULTIBREAK.
       FD  OPS-LOG-FILE
           RECORD CONTAINS 98 CHARACTERS.
      *
       01  OPS-LOG-RECORD.
           05  OPR-RUN-DATE                 PIC 9(6).
           05  FILLER                       PIC X.
           05  OPR-RUN-TIME                 PIC 9(6).
           05  FILLER                       PIC X.
           05  OPR-RUN-MODE                 PIC X.
           05  FILLER                       PIC X.
           05  OPR-RECORDS-READ             PIC 9(7).
           05  FILLER                       PIC X.
           05  OPR-RECORDS-REJECTED         PIC 9(7).
           05  FILLER                       PIC X.
           05  OPR-RETURN-CODE              PIC 9(3).
           05  FILLER                       PIC X.
           05  OPR-TERMS-SEEN.
               10  OPR-TERM-SEEN OCCURS 8 TIMES
                                            PIC X(4).
           05  FILLER                       PIC X.
           05  OPR-RUN-PARM                 PIC X(20).
           05  FILLER                       PIC X.
           05  OPR-RECORDS-SUSPENDED        PIC 9(7).
           05  FILLER                       PIC X.
      *
      *  THE AUDIT TRAIL IS A PRINT FILE - SEE LAB7INQUIRY FOR THE
      *  TWO LINE SHAPES THAT MATTER.  MUST MATCH HEADING-CHANGE-1
      *  AND CHANGE-DISPOSITION-LINE IN LAB7GRDCHG.
       FD  CHANGE-AUDIT-FILE
           RECORD CONTAINS 120 CHARACTERS.
      *
       01  CHANGE-AUDIT-LINE                PIC X(120).
      *
       01  AUDIT-DISPOSITION-LINE.
           05  AD-LEAD                      PIC X(5).
           05  AD-TERM-CODE                 PIC X(4).
           05  FILLER                       PIC X(2).
           05  AD-DEPT-CODE                 PIC X(4).
           05  FILLER                       PIC X(2).
           05  AD-CLASS-CODE                PIC X(5).
           05  FILLER                       PIC X(2).
           05  AD-NAME                      PIC X(20).
           05  FILLER                       PIC X(2).
           05  AD-TEST-NUMBER               PIC X.
           05  FILLER                       PIC X(13).
           05  AD-DISPOSITION               PIC X(30).
           05  FILLER                       PIC X(30).
      *
       01  AUDIT-HEADING-LINE.
           05  AH-TITLE                     PIC X(21).
           05  FILLER                       PIC X(34).
           05  AH-RUN-DATE                  PIC X(6).
           05  FILLER                       PIC X(59).
      *
       FD  RESULTS-HISTORY-FILE
           RECORD CONTAINS 54 CHARACTERS.
      *
       01  RESULTS-HISTORY-RECORD           PIC X(54).
      *
       FD  GRADE-LONG-HISTORY-FILE
           RECORD CONTAINS 55 CHARACTERS.
      *
       01  GRADE-LONG-HISTORY-RECORD        PIC X(55).
      *
       FD  AUDIT-ARCHIVE-FILE
           RECORD CONTAINS 120 CHARACTERS.
      *
       01  AUDIT-ARCHIVE-LINE               PIC X(120).
      *
       FD  RETENTION-REPORT-FILE
           RECORD CONTAINS 110 CHARACTERS.
      *
       01  RETENTION-REPORT-LINE            PIC X(110).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X       VALUE ' '.
               88 NO-MORE-DATA                         VALUE 'N'.
               88 MORE-RECORDS                         VALUE 'Y'.
           05  WS-PARM-FILE-STATUS         PIC XX      VALUE '00'.
           05  WS-TERMCTL-FILE-STATUS      PIC XX      VALUE '00'.
           05  WS-ARCHIVE-FILE-STATUS      PIC XX      VALUE '00'.
           05  WS-HISTORY-FILE-STATUS      PIC XX      VALUE '00'.
           05  WS-OPSLOG-FILE-STATUS       PIC XX      VALUE '00'.
           05  WS-AUDIT-FILE-STATUS        PIC XX      VALUE '00'.
           05  WS-RESHIST-FILE-STATUS      PIC XX      VALUE '00'.
           05  WS-GHHIST-FILE-STATUS       PIC XX      VALUE '00'.
           05  WS-AUDARC-FILE-STATUS       PIC XX      VALUE '00'.
      *    'Y' WHEN THE FILE WAS THERE TO READ - A FILE THAT WAS NOT
      *    IS NEVER CREATED OR REWRITTEN HERE.
           05  WS-ARCHIVE-PRESENT          PIC X       VALUE 'N'.
           05  WS-HISTORY-PRESENT          PIC X       VALUE 'N'.
           05  WS-OPSLOG-PRESENT           PIC X       VALUE 'N'.
           05  WS-AUDIT-PRESENT            PIC X       VALUE 'N'.
           05  WS-AUDIT-ROLLED             PIC X       VALUE 'N'.
           05  WS-TABLE-OVERFLOW           PIC X       VALUE 'N'.
           05  WS-WARNING-RAISED           PIC X       VALUE 'N'.
           05  WS-ALREADY-NOTED            PIC X       VALUE 'N'.
           05  WS-SAME-STUDENT             PIC X       VALUE 'N'.
           05  WS-HISTORY-WRITE-FAILED     PIC X       VALUE 'N'.
      *    'Y' WHEN A LIVE FILE'S OPEN OUTPUT OR A WRITE BACK TO IT
      *    FAILED - THE FILE MAY BE SHORT AND IS RESTORED FROM ITS
      *    BACKUP (940-).  ANY ONE OF THEM MAKES THE RUN RC 12.
           05  WS-ARCHIVE-REWRITE-FAILED   PIC X       VALUE 'N'.
           05  WS-HISTORY-REWRITE-FAILED   PIC X       VALUE 'N'.
           05  WS-OPSLOG-REWRITE-FAILED    PIC X       VALUE 'N'.
           05  WS-AUDIT-REWRITE-FAILED     PIC X       VALUE 'N'.
           05  WS-LIVE-FILE-FAILED         PIC X       VALUE 'N'.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.
      *
      *  DEFAULTS APPLY WHEN RETPARM IS ABSENT OR A FIELD IS
      *  UNUSABLE (SAME RULE AS THE OTHER PARAMETER FILES).
       01  RETENTION-RULES.
           05  RR-RETAIN-DAYS              PIC 9(5)    VALUE 1460.
           05  RR-OPSLOG-DAYS              PIC 9(4)    VALUE 180.
      *
      *  THE READERS' TABLE SIZES, FOR THE STILL-TOO-BIG WARNINGS.
       01  READER-LIMITS.
           05  RL-STANDING-ENTRIES         PIC 9(5)    VALUE 2000.
           05  RL-TREND-ENTRIES            PIC 9(5)    VALUE 600.
           05  RL-OPSRPT-ENTRIES           PIC 9(5)    VALUE 400.
      *
      *  YYMMDD-TO-DAY-SERIAL CONVERSION - SAME DEVICE AS
      *  LAB7SUSPAGE AND LAB7OPSRPT.
       01  DATE-WORK-FIELDS.
           05  DW-DATE-IN.
               10  DW-YEAR                  PIC 99.
               10  DW-MONTH                 PIC 99.
               10  DW-DAY                   PIC 99.
           05  DW-SERIAL-OUT                PIC S9(7)   VALUE +0.
           05  DW-LEAP-QUOTIENT             PIC S9(3)   VALUE +0.
           05  DW-LEAP-REMAINDER            PIC S9(3)   VALUE +0.
           05  DW-TODAY-SERIAL              PIC S9(7)   VALUE +0.
      *
       01  MONTH-DAYS-VALUES.
           05                               PIC X(24)   VALUE
               '000031059090120151181212'.
           05                               PIC X(24)   VALUE
               '243273304334000000000000'.
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           05  MD-CUM-DAYS OCCURS 16 TIMES  PIC 9(3).
      *
      *  TERMS THE REGISTRAR HAS CLOSED.
       01  CLOSED-TERM-TABLE.
           05  CT-COUNT                     PIC S9(3)   VALUE +0.
           05  CT-ENTRY OCCURS 200 TIMES INDEXED BY CT-IDX.
               10  CT-TERM-CODE             PIC X(4).
      *
      *  ONE ENTRY PER TERM SEEN ON THE ARCHIVE OR THE HISTORY, IN
      *  ORDER OF FIRST APPEARANCE.
       01  TERM-TABLE.
           05  TT-COUNT                     PIC S9(3)   VALUE +0.
           05  TT-ENTRY OCCURS 200 TIMES INDEXED BY TT-IDX.
               10  TT-TERM-CODE             PIC X(4).
               10  TT-LAST-RUN-DATE         PIC 9(6).
               10  TT-CLOSED                PIC X.
               10  TT-AGE-DAYS              PIC S9(5).
               10  TT-DISPOSITION           PIC X.
                   88 TT-MOVE-TO-HISTORY                VALUE 'M'.
                   88 TT-KEEP                           VALUE 'K'.
                   88 TT-KEEP-PAST-RETENTION            VALUE 'O'.
               10  TT-ARCHIVE-IN            PIC 9(7).
               10  TT-ARCHIVE-SUPERSEDED    PIC 9(7).
      *    A MOVED TERM'S ARCHIVE RECORDS KEPT BACK BY 460-.
               10  TT-ARCHIVE-HELD          PIC 9(7).
               10  TT-HISTORY-IN            PIC 9(7).
               10  TT-HISTORY-SUPERSEDED    PIC 9(7).
      *
       01  WS-NOTE-TERM-CODE                PIC X(4)    VALUE SPACES.
       01  WS-NOTE-RUN-DATE                 PIC 9(6)    VALUE 0.
      *
      *  THE ARCHIVE, ONE ENTRY PER TERM/DEPT/CLASS/STUDENT, HOLDING
      *  THE LATEST COPY AT THE POSITION THE KEY FIRST APPEARED.
       01  ARCHIVE-TABLE.
           05  AR-COUNT                     PIC S9(5)   VALUE +0.
           05  AR-ENTRY OCCURS 20000 TIMES INDEXED BY AR-IDX.
               10  AR-RECORD                PIC X(54).
               10  AR-FIELDS REDEFINES AR-RECORD.
                   15  AR-TERM-CODE         PIC X(4).
                   15  AR-DEPT-CODE         PIC A(4).
                   15  AR-CLASS-CODE        PIC X(5).
                   15  AR-STUDENT-ID        PIC X(9).
                   15  AR-NAME              PIC X(20).
                   15  FILLER               PIC X(6).
                   15  AR-RUN-DATE          PIC 9(6).
               10  AR-TERM-SUB              PIC S9(3).
      *    'Y' WHEN THIS RECORD GOES TO THE LONG-TERM HISTORY - SET
      *    BY 460-, NOT ALWAYS THE SAME FOR EVERY RECORD OF A TERM.
               10  AR-MOVE                  PIC X.
      *
      *  THE GRADE HISTORY, ONE ENTRY PER TERM/DEPT/CLASS/SECTION.
       01  HISTORY-TABLE.
           05  HT-COUNT                     PIC S9(5)   VALUE +0.
           05  HT-ENTRY OCCURS 5000 TIMES INDEXED BY HT-IDX.
               10  HT-RECORD                PIC X(55).
               10  HT-FIELDS REDEFINES HT-RECORD.
                   15  HT-TERM-CODE         PIC X(4).
                   15  HT-DEPT-CODE         PIC A(4).
                   15  HT-CLASS-CODE        PIC X(5).
                   15  FILLER               PIC X(33).
                   15  HT-RUN-DATE          PIC 9(6).
                   15  HT-SECTION-CODE      PIC X(3).
               10  HT-TERM-SUB              PIC S9(3).
      *
      *  THE RUN HISTORY IN FILE ORDER, WITH THE KEEP DECISION.
       01  OPSLOG-TABLE.
           05  OL-COUNT                     PIC S9(5)   VALUE +0.
           05  OL-ENTRY OCCURS 5000 TIMES INDEXED BY OL-IDX.
               10  OL-RECORD                PIC X(98).
               10  OL-KEEP                  PIC X.
                   88 OL-IN-WINDOW                      VALUE 'W'.
                   88 OL-KEPT-FOR-GUARD                 VALUE 'G'.
                   88 OL-TRIMMED                        VALUE 'T'.
      *
      *  TERM/MODE PAIRS ALREADY COVERED BY A NEWER COMPLETED RUN -
      *  SAME PAIRING AS LAB7MULTIBREAK'S 167-ADD-HISTORY-ENTRY.
       01  GUARD-PAIR-TABLE.
           05  GP-COUNT                     PIC S9(3)   VALUE +0.
           05  GP-ENTRY OCCURS 200 TIMES INDEXED BY GP-IDX.
               10  GP-TERM-CODE             PIC X(4).
               10  GP-RUN-MODE              PIC X.
      *
      *  NOT-APPLIED GRADE CHANGES TO CARRY FORWARD, OLDEST FIRST.
      *  AN ENTRY IS CLEARED WHEN A LATER RUN APPLIED A CHANGE TO
      *  THE SAME TERM/CLASS/STUDENT/TEST (LAB7INQUIRY'S RULE).
       01  PENDING-CHANGE-TABLE.
           05  PC-COUNT                     PIC S9(5)   VALUE +0.
           05  PC-CURRENT-RUN-DATE          PIC X(6)    VALUE SPACES.
           05  PC-LAST-HEADING-DATE         PIC X(6)    VALUE SPACES.
           05  PC-ENTRY OCCURS 2000 TIMES INDEXED BY PC-IDX.
               10  PC-RUN-DATE              PIC X(6).
               10  PC-LINE                  PIC X(120).
               10  PC-CLEARED               PIC X.
      *
       01  PC-KEY-VIEW.
           05  PK-LEAD                      PIC X(5).
           05  PK-TERM-CODE                 PIC X(4).
           05  FILLER                       PIC X(2).
           05  PK-DEPT-CODE                 PIC X(4).
           05  FILLER                       PIC X(2).
           05  PK-CLASS-CODE                PIC X(5).
           05  FILLER                       PIC X(2).
           05  PK-NAME                      PIC X(20).
           05  FILLER                       PIC X(2).
           05  PK-TEST-NUMBER               PIC X.
           05  FILLER                       PIC X(73).
      *
       01  FILE-COUNTERS.
           05  FC-ARCHIVE-BEFORE            PIC 9(7)    VALUE 0.
           05  FC-ARCHIVE-SUPERSEDED        PIC 9(7)    VALUE 0.
           05  FC-ARCHIVE-MOVED             PIC 9(7)    VALUE 0.
           05  FC-ARCHIVE-AFTER             PIC 9(7)    VALUE 0.
           05  FC-HISTORY-BEFORE            PIC 9(7)    VALUE 0.
           05  FC-HISTORY-SUPERSEDED        PIC 9(7)    VALUE 0.
           05  FC-HISTORY-MOVED             PIC 9(7)    VALUE 0.
           05  FC-HISTORY-AFTER             PIC 9(7)    VALUE 0.
           05  FC-OPSLOG-BEFORE             PIC 9(7)    VALUE 0.
           05  FC-OPSLOG-TRIMMED            PIC 9(7)    VALUE 0.
           05  FC-OPSLOG-AFTER              PIC 9(7)    VALUE 0.
           05  FC-OPSLOG-GUARD-KEPT         PIC 9(7)    VALUE 0.
           05  FC-AUDIT-BEFORE              PIC 9(7)    VALUE 0.
           05  FC-AUDIT-ROLLED              PIC 9(7)    VALUE 0.
           05  FC-AUDIT-CARRIED             PIC 9(7)    VALUE 0.
           05  FC-AUDIT-AFTER               PIC 9(7)    VALUE 0.
           05  FC-AUDIT-OVERFLOW            PIC 9(7)    VALUE 0.
      *
       01  WORK-FIELDS.
           05  WK-FOUND-SUB                 PIC S9(5)   VALUE +0.
           05  WK-OPSLOG-SERIAL             PIC S9(7)   VALUE +0.
           05  WK-TERM-SUB                  PIC 99.
           05  WK-OTHER-SUB                 PIC S9(5)   VALUE +0.
      *    THE LIVE FILE 940- IS NOTING, ITS STATUS AND ITS BACKUP.
           05  WK-FAILED-FILE               PIC X(10)   VALUE SPACES.
           05  WK-FAILED-STATUS             PIC XX      VALUE SPACES.
           05  WK-FAILED-BACKUP             PIC X(40)   VALUE SPACES.
      *
      ********************OUTPUT AREA*********************************
      *
       01  HEADING-RETAIN-1.
           05                              PIC X(6) VALUE 'DATE:'.
           05  HR1-MONTH                   PIC Z9.
           05                              PIC X    VALUE '/'.
           05  HR1-DAY                     PIC 99.
           05                              PIC X    VALUE '/'.
           05  HR1-YEAR                    PIC 99.
           05                              PIC X(7) VALUE SPACES.
           05                              PIC X(40) VALUE
                                 'ARCHIVE RETENTION AND COMPACTION'.
      *
       01  HEADING-RETAIN-RULES.
           05                              PIC X(22) VALUE
                                           'RETENTION AFTER CLOSE:'.
           05  HRR-RETAIN-DAYS             PIC ZZZZ9.
           05                              PIC X(23) VALUE
                                           ' DAYS   OPSLOG WINDOW:'.
           05  HRR-OPSLOG-DAYS             PIC ZZZ9.
           05                              PIC X(5)  VALUE ' DAYS'.
      *
       01  HEADING-TERM-COLS-1.
           05                              PIC X(36) VALUE
               '              LAST    AGE   '.
           05                              PIC X(40) VALUE
               'ARCHIVE  ARCHIVE  HISTORY  HISTORY'.
      *
       01  HEADING-TERM-COLS-2.
           05                              PIC X(36) VALUE
               'TERM  CLOSED  RUN     DAYS  '.
           05                              PIC X(40) VALUE
               '     IN   SUPERS       IN   SUPERS  '.
           05                              PIC X(20) VALUE
               'DISPOSITION'.
      *
       01  TERM-DETAIL-LINE.
           05  TDL-TERM-CODE               PIC X(4).
           05                              PIC X(2)  VALUE SPACES.
           05  TDL-CLOSED                  PIC X(6).
           05                              PIC X(2)  VALUE SPACES.
           05  TDL-LAST-RUN-DATE           PIC 9(6).
           05                              PIC X(1)  VALUE SPACES.
           05  TDL-AGE-DAYS                PIC ZZZZ9.
           05  TDL-AGE-DAYS-X REDEFINES TDL-AGE-DAYS
                                           PIC X(5).
           05                              PIC X(2)  VALUE SPACES.
           05  TDL-ARCHIVE-IN              PIC ZZZZZZ9.
           05                              PIC X(2)  VALUE SPACES.
           05  TDL-ARCHIVE-SUPERSEDED      PIC ZZZZZZ9.
           05                              PIC X(2)  VALUE SPACES.
           05  TDL-HISTORY-IN              PIC ZZZZZZ9.
           05                              PIC X(2)  VALUE SPACES.
           05  TDL-HISTORY-SUPERSEDED      PIC ZZZZZZ9.
           05                              PIC X(2)  VALUE SPACES.
           05  TDL-DISPOSITION             PIC X(34).
      *
       01  HEADING-FILE-COLS.
           05                              PIC X(36) VALUE
               'FILE           BEFORE  SUPERSEDED  '.
           05                              PIC X(40) VALUE
               'MOVED/TRIM     AFTER  CHECK'.
      *
       01  FILE-COUNT-LINE.
           05  FCL-FILE-NAME               PIC X(10).
           05                              PIC X(2)  VALUE SPACES.
           05  FCL-BEFORE                  PIC ZZZZZZ9.
           05                              PIC X(5)  VALUE SPACES.
           05  FCL-SUPERSEDED              PIC ZZZZZZ9.
           05                              PIC X(5)  VALUE SPACES.
           05  FCL-MOVED                   PIC ZZZZZZ9.
           05                              PIC X(3)  VALUE SPACES.
           05  FCL-AFTER                   PIC ZZZZZZ9.
           05                              PIC X(2)  VALUE SPACES.
           05  FCL-CHECK                   PIC X(14).
      *
       01  NOTE-LINE.
           05                              PIC X(4)  VALUE '*** '.
           05  NL-NOTE-TEXT                PIC X(100).
      *
       01  EDIT-WORK-FIELDS.
           05  EW-COUNT-EDITED              PIC ZZZZZZ9.
           05  EW-LIMIT-EDITED              PIC ZZZZ9.
      *
       01  BLANK-LINE                      PIC X(110) VALUE SPACES.
      *
      *  THE RUN HEADING LAB7GRDCHG WRITES - CARRIED-FORWARD LINES GO
      *  BACK UNDER THE HEADING OF THE RUN THAT WROTE THEM.
       01  HEADING-CHANGE-1.
           05                              PIC X(25) VALUE
                                           'OFFICIAL GRADE-CHANGE '.
           05                              PIC X(20) VALUE
                                           'AUDIT TRAIL'.
           05                              PIC X(10) VALUE
                                           'RUN DATE: '.
           05  HC1-RUN-DATE                PIC X(6).
      *
       01  CARRY-FORWARD-LINE.
           05                              PIC X(36) VALUE
               'CARRIED FORWARD - NOT APPLIED AS OF '.
           05  CFL-ROLL-DATE               PIC 9(6).
           05                              PIC X(50) VALUE
               ' (FULL TRAIL ON THE ROLLED ARCHIVE GENERATION)'.
      *
       PROCEDURE DIVISION.
      *
       100-RUN-RETENTION.
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 300-LOAD-RESULTS-ARCHIVE
           PERFORM 340-LOAD-GRADE-HISTORY
           PERFORM 400-LOAD-OPS-LOG

           IF WS-TABLE-OVERFLOW = 'Y'
              PERFORM 950-REFUSE-RUN
           END-IF

           PERFORM 450-DECIDE-TERM-RETENTION
           PERFORM 460-HOLD-STUDENTS-STILL-ON-FILE
           PERFORM 470-MARK-OPS-LOG-KEEPS
           PERFORM 550-WRITE-LONG-TERM-HISTORY
           PERFORM 600-WRITE-RESULTS-ARCHIVE
           PERFORM 650-WRITE-GRADE-HISTORY
           PERFORM 700-WRITE-OPS-LOG
           PERFORM 750-ROLL-AUDIT-TRAIL
           PERFORM 800-REPORT-TERMS
           PERFORM 900-REPORT-FILE-COUNTS
           PERFORM 1200-FINAL-ROUTINE
           .

       200-HSKPING-ROUTINE.
           PERFORM 250-LOAD-RETENTION-PARAMETERS
           PERFORM 270-LOAD-CLOSED-TERMS

           OPEN OUTPUT RETENTION-REPORT-FILE

           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO HR1-MONTH
           MOVE WS-DAY   TO HR1-DAY
           MOVE WS-YEAR  TO HR1-YEAR
           WRITE RETENTION-REPORT-LINE FROM HEADING-RETAIN-1

           MOVE RR-RETAIN-DAYS TO HRR-RETAIN-DAYS
           MOVE RR-OPSLOG-DAYS TO HRR-OPSLOG-DAYS
           WRITE RETENTION-REPORT-LINE FROM HEADING-RETAIN-RULES
           WRITE RETENTION-REPORT-LINE FROM BLANK-LINE

           MOVE WS-CURRENT-DATE TO DW-DATE-IN
           PERFORM 770-DATE-TO-SERIAL
           MOVE DW-SERIAL-OUT TO DW-TODAY-SERIAL

      *  EVERY OUTPUT BESIDES THE LIVE FILES IS OPENED HERE, BEFORE
      *  ANYTHING IS READ OR REWRITTEN, SO ONE THAT CANNOT BE OPENED
      *  STOPS THE RUN WITH EVERY FILE AS IT WAS.
           OPEN EXTEND RESULTS-HISTORY-FILE
           IF WS-RESHIST-FILE-STATUS NOT = '00'
              AND WS-RESHIST-FILE-STATUS NOT = '05'
              DISPLAY 'LAB7RETAIN: CANNOT OPEN RESULTS HISTORY,'
                      ' FILE STATUS ' WS-RESHIST-FILE-STATUS
              PERFORM 950-REFUSE-RUN
           END-IF

           OPEN EXTEND GRADE-LONG-HISTORY-FILE
           IF WS-GHHIST-FILE-STATUS NOT = '00'
              AND WS-GHHIST-FILE-STATUS NOT = '05'
              DISPLAY 'LAB7RETAIN: CANNOT OPEN LONG-TERM GRADE'
                      ' HISTORY, FILE STATUS ' WS-GHHIST-FILE-STATUS
              PERFORM 950-REFUSE-RUN
           END-IF

           OPEN OUTPUT AUDIT-ARCHIVE-FILE
           IF WS-AUDARC-FILE-STATUS NOT = '00'
              DISPLAY 'LAB7RETAIN: CANNOT OPEN AUDIT ARCHIVE'
                      ' GENERATION, FILE STATUS '
                      WS-AUDARC-FILE-STATUS
              PERFORM 950-REFUSE-RUN
           END-IF
           .

       250-LOAD-RETENTION-PARAMETERS.
           OPEN INPUT RETENTION-PARAMETER-FILE

           IF WS-PARM-FILE-STATUS = '00'
              READ RETENTION-PARAMETER-FILE
                 NOT AT END
                    IF RT-RETAIN-DAYS NUMERIC
                       AND RT-RETAIN-DAYS > 0
                       MOVE RT-RETAIN-DAYS TO RR-RETAIN-DAYS
                    END-IF
                    IF RT-OPSLOG-DAYS NUMERIC
                       AND RT-OPSLOG-DAYS > 0
                       MOVE RT-OPSLOG-DAYS TO RR-OPSLOG-DAYS
                    END-IF
              END-READ
              CLOSE RETENTION-PARAMETER-FILE
           END-IF
           .

       270-LOAD-CLOSED-TERMS.
      *  NO TERM-CONTROL FILE MEANS NO TERM HAS BEEN CLOSED - SO
      *  NOTHING CAN BE MOVED TO HISTORY.
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
                          MOVE TC-TERM-CODE TO CT-TERM-CODE(CT-IDX)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TERM-CONTROL-FILE
           END-IF
           .

       300-LOAD-RESULTS-ARCHIVE.
           OPEN INPUT RESULTS-ARCHIVE-FILE

           IF WS-ARCHIVE-FILE-STATUS = '00'
              MOVE 'Y' TO WS-ARCHIVE-PRESENT
              MOVE ' ' TO EOF-FLAG
              PERFORM UNTIL NO-MORE-DATA
                 READ RESULTS-ARCHIVE-FILE
                    AT END
                       MOVE 'N' TO EOF-FLAG
                    NOT AT END
                       ADD 1 TO FC-ARCHIVE-BEFORE
                       PERFORM 320-ADD-ARCHIVE-ENTRY
                 END-READ
              END-PERFORM
              CLOSE RESULTS-ARCHIVE-FILE
           END-IF
           .

       320-ADD-ARCHIVE-ENTRY.
      *  LAB7STANDING'S 450- RULE: SAME OR NEWER RUN DATE REPLACES
      *  THE TABLED COPY IN PLACE, OLDER IS DROPPED.  EITHER WAY ONE
      *  OF THE TWO COPIES IS SUPERSEDED.
           MOVE RA-TERM-CODE TO WS-NOTE-TERM-CODE
           MOVE RA-RUN-DATE  TO WS-NOTE-RUN-DATE
           PERFORM 380-NOTE-TERM
           IF TT-IDX > 0
              ADD 1 TO TT-ARCHIVE-IN(TT-IDX)
           END-IF

           MOVE ZEROS TO WK-FOUND-SUB
           PERFORM VARYING AR-IDX FROM 1 BY 1
                   UNTIL AR-IDX > AR-COUNT OR WK-FOUND-SUB > 0
              IF AR-TERM-CODE(AR-IDX)      = RA-TERM-CODE
                 AND AR-DEPT-CODE(AR-IDX)  = RA-DEPT-CODE
                 AND AR-CLASS-CODE(AR-IDX) = RA-CLASS-CODE
                 AND AR-NAME(AR-IDX)       = RA-NAME
                 AND AR-STUDENT-ID(AR-IDX) = RA-STUDENT-ID
                 SET WK-FOUND-SUB TO AR-IDX
              END-IF
           END-PERFORM

           EVALUATE TRUE
             WHEN WK-FOUND-SUB > 0
                SET AR-IDX TO WK-FOUND-SUB
                IF TT-IDX > 0
                   ADD 1 TO TT-ARCHIVE-SUPERSEDED(TT-IDX)
                END-IF
                ADD 1 TO FC-ARCHIVE-SUPERSEDED
                IF RA-RUN-DATE >= AR-RUN-DATE(AR-IDX)
                   MOVE RESULTS-ARCHIVE-RECORD TO AR-RECORD(AR-IDX)
                END-IF

             WHEN AR-COUNT < 20000
                ADD 1 TO AR-COUNT
                SET AR-IDX TO AR-COUNT
                MOVE RESULTS-ARCHIVE-RECORD TO AR-RECORD(AR-IDX)
                SET AR-TERM-SUB(AR-IDX) TO TT-IDX

             WHEN OTHER
                MOVE 'Y' TO WS-TABLE-OVERFLOW
           END-EVALUATE
           .

       340-LOAD-GRADE-HISTORY.
           OPEN INPUT GRADE-HISTORY-FILE

           IF WS-HISTORY-FILE-STATUS = '00'
              MOVE 'Y' TO WS-HISTORY-PRESENT
              MOVE ' ' TO EOF-FLAG
              PERFORM UNTIL NO-MORE-DATA
                 READ GRADE-HISTORY-FILE
                    AT END
                       MOVE 'N' TO EOF-FLAG
                    NOT AT END
                       ADD 1 TO FC-HISTORY-BEFORE
                       PERFORM 360-ADD-HISTORY-ENTRY
                 END-READ
              END-PERFORM
              CLOSE GRADE-HISTORY-FILE
           END-IF
           .

       360-ADD-HISTORY-ENTRY.
      *  LAB7TREND'S 450- RULE, KEYED ON TERM/DEPT/CLASS/SECTION.
           MOVE GH-TERM-CODE TO WS-NOTE-TERM-CODE
           MOVE GH-RUN-DATE  TO WS-NOTE-RUN-DATE
           PERFORM 380-NOTE-TERM
           IF TT-IDX > 0
              ADD 1 TO TT-HISTORY-IN(TT-IDX)
           END-IF

           MOVE ZEROS TO WK-FOUND-SUB
           PERFORM VARYING HT-IDX FROM 1 BY 1
                   UNTIL HT-IDX > HT-COUNT OR WK-FOUND-SUB > 0
              IF HT-TERM-CODE(HT-IDX)        = GH-TERM-CODE
                 AND HT-DEPT-CODE(HT-IDX)    = GH-DEPT-CODE
                 AND HT-CLASS-CODE(HT-IDX)   = GH-CLASS-CODE
                 AND HT-SECTION-CODE(HT-IDX) = GH-SECTION-CODE
                 SET WK-FOUND-SUB TO HT-IDX
              END-IF
           END-PERFORM

           EVALUATE TRUE
             WHEN WK-FOUND-SUB > 0
                SET HT-IDX TO WK-FOUND-SUB
                IF TT-IDX > 0
                   ADD 1 TO TT-HISTORY-SUPERSEDED(TT-IDX)
                END-IF
                ADD 1 TO FC-HISTORY-SUPERSEDED
                IF GH-RUN-DATE >= HT-RUN-DATE(HT-IDX)
                   MOVE GRADE-HISTORY-RECORD TO HT-RECORD(HT-IDX)
                END-IF

             WHEN HT-COUNT < 5000
                ADD 1 TO HT-COUNT
                SET HT-IDX TO HT-COUNT
                MOVE GRADE-HISTORY-RECORD TO HT-RECORD(HT-IDX)
                SET HT-TERM-SUB(HT-IDX) TO TT-IDX

             WHEN OTHER
                MOVE 'Y' TO WS-TABLE-OVERFLOW
           END-EVALUATE
           .

       380-NOTE-TERM.
      *  LEAVES TT-IDX ON THE TERM'S ENTRY (ADDED IF NEW), OR ZERO
      *  WHEN THE TERM TABLE IS FULL - WHICH STOPS THE RUN.
           MOVE ZEROS TO WK-FOUND-SUB
           PERFORM VARYING TT-IDX FROM 1 BY 1
                   UNTIL TT-IDX > TT-COUNT OR WK-FOUND-SUB > 0
              IF TT-TERM-CODE(TT-IDX) = WS-NOTE-TERM-CODE
                 SET WK-FOUND-SUB TO TT-IDX
              END-IF
           END-PERFORM

           IF WK-FOUND-SUB > 0
              SET TT-IDX TO WK-FOUND-SUB
           ELSE
              IF TT-COUNT < 200
                 ADD 1 TO TT-COUNT
                 SET TT-IDX TO TT-COUNT
                 MOVE WS-NOTE-TERM-CODE TO TT-TERM-CODE(TT-IDX)
                 MOVE 0   TO TT-LAST-RUN-DATE(TT-IDX)
                 MOVE 'N' TO TT-CLOSED(TT-IDX)
                 MOVE 0   TO TT-AGE-DAYS(TT-IDX)
                 MOVE 'K' TO TT-DISPOSITION(TT-IDX)
                 MOVE 0   TO TT-ARCHIVE-IN(TT-IDX)
                 MOVE 0   TO TT-ARCHIVE-SUPERSEDED(TT-IDX)
                 MOVE 0   TO TT-ARCHIVE-HELD(TT-IDX)
                 MOVE 0   TO TT-HISTORY-IN(TT-IDX)
                 MOVE 0   TO TT-HISTORY-SUPERSEDED(TT-IDX)
              ELSE
                 SET TT-IDX TO 0
                 MOVE 'Y' TO WS-TABLE-OVERFLOW
              END-IF
           END-IF

           IF TT-IDX > 0
              AND WS-NOTE-RUN-DATE NUMERIC
              AND WS-NOTE-RUN-DATE > TT-LAST-RUN-DATE(TT-IDX)
              MOVE WS-NOTE-RUN-DATE TO TT-LAST-RUN-DATE(TT-IDX)
           END-IF
           .

       400-LOAD-OPS-LOG.
           OPEN INPUT OPS-LOG-FILE

           IF WS-OPSLOG-FILE-STATUS = '00'
              MOVE 'Y' TO WS-OPSLOG-PRESENT
              MOVE ' ' TO EOF-FLAG
              PERFORM UNTIL NO-MORE-DATA
                 READ OPS-LOG-FILE
                    AT END
                       MOVE 'N' TO EOF-FLAG
                    NOT AT END
                       ADD 1 TO FC-OPSLOG-BEFORE
                       IF OL-COUNT < 5000
                          ADD 1 TO OL-COUNT
                          SET OL-IDX TO OL-COUNT
                          MOVE OPS-LOG-RECORD TO OL-RECORD(OL-IDX)
                          MOVE 'T'            TO OL-KEEP(OL-IDX)
                       ELSE
                          MOVE 'Y' TO WS-TABLE-OVERFLOW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPS-LOG-FILE
           END-IF
           .

       450-DECIDE-TERM-RETENTION.
      *  AGE IS COUNTED FROM THE TERM'S NEWEST RUN ON EITHER FILE,
      *  SO A LATE GRADE CORRECTION RESTARTS THE CLOCK.
           PERFORM VARYING TT-IDX FROM 1 BY 1 UNTIL TT-IDX > TT-COUNT
              PERFORM VARYING CT-IDX FROM 1 BY 1
                      UNTIL CT-IDX > CT-COUNT
                 IF CT-TERM-CODE(CT-IDX) = TT-TERM-CODE(TT-IDX)
                    MOVE 'Y' TO TT-CLOSED(TT-IDX)
                 END-IF
              END-PERFORM

              MOVE TT-LAST-RUN-DATE(TT-IDX) TO DW-DATE-IN
              PERFORM 770-DATE-TO-SERIAL
              IF DW-SERIAL-OUT > 0
                 COMPUTE TT-AGE-DAYS(TT-IDX) =
                         DW-TODAY-SERIAL - DW-SERIAL-OUT
                 IF TT-AGE-DAYS(TT-IDX) > RR-RETAIN-DAYS
                    IF TT-CLOSED(TT-IDX) = 'Y'
                       MOVE 'M' TO TT-DISPOSITION(TT-IDX)
                    ELSE
                       MOVE 'O' TO TT-DISPOSITION(TT-IDX)
                       MOVE 'Y' TO WS-WARNING-RAISED
                    END-IF
                 END-IF
              ELSE
                 MOVE -1 TO TT-AGE-DAYS(TT-IDX)
              END-IF
           END-PERFORM
           .

       460-HOLD-STUDENTS-STILL-ON-FILE.
      *  A RECORD OF A TERM BEING MOVED STAYS ON THE ARCHIVE WHEN THE
      *  SAME STUDENT HAS A RECORD IN ANY TERM THAT IS NOT BEING
      *  MOVED - THE ARCHIVE READERS NEED ALL OF A STUDENT'S TERMS
      *  OR NONE.  THE GRADE HISTORY IS BY SECTION, NOT STUDENT, SO
      *  IT STILL MOVES BY WHOLE TERMS.
           PERFORM VARYING AR-IDX FROM 1 BY 1 UNTIL AR-IDX > AR-COUNT
              MOVE 'N' TO AR-MOVE(AR-IDX)
              SET TT-IDX TO AR-TERM-SUB(AR-IDX)
              IF TT-MOVE-TO-HISTORY(TT-IDX)
                 MOVE 'Y' TO AR-MOVE(AR-IDX)
                 PERFORM VARYING WK-OTHER-SUB FROM 1 BY 1
                         UNTIL WK-OTHER-SUB > AR-COUNT
                            OR AR-MOVE(AR-IDX) = 'N'
                    SET TT-IDX TO AR-TERM-SUB(WK-OTHER-SUB)
                    IF NOT TT-MOVE-TO-HISTORY(TT-IDX)
                       PERFORM 465-CHECK-SAME-STUDENT
                       IF WS-SAME-STUDENT = 'Y'
                          MOVE 'N' TO AR-MOVE(AR-IDX)
                       END-IF
                    END-IF
                 END-PERFORM
                 IF AR-MOVE(AR-IDX) = 'N'
                    SET TT-IDX TO AR-TERM-SUB(AR-IDX)
                    ADD 1 TO TT-ARCHIVE-HELD(TT-IDX)
                 END-IF
              END-IF
           END-PERFORM
           .

       465-CHECK-SAME-STUDENT.
      *  SAME MATCH RULE AS LAB7STANDING'S 730- - THE ID WHEN BOTH
      *  RECORDS CARRY ONE, OTHERWISE THE NAME.
           MOVE 'N' TO WS-SAME-STUDENT

           IF AR-STUDENT-ID(AR-IDX) NOT = SPACES
              AND AR-STUDENT-ID(WK-OTHER-SUB) NOT = SPACES
              IF AR-STUDENT-ID(WK-OTHER-SUB) = AR-STUDENT-ID(AR-IDX)
                 MOVE 'Y' TO WS-SAME-STUDENT
              END-IF
           ELSE
              IF AR-NAME(WK-OTHER-SUB) = AR-NAME(AR-IDX)
                 MOVE 'Y' TO WS-SAME-STUDENT
              END-IF
           END-IF
           .

       470-MARK-OPS-LOG-KEEPS.
      *  NEWEST FIRST, SO THE FIRST COMPLETED RUN MET FOR A TERM/
      *  MODE PAIR IS THE ONE THE GUARD NEEDS.  A RECORD WHOSE DATE
      *  CANNOT BE READ IS KEPT - NEVER DROP WHAT CANNOT BE AGED.
           PERFORM VARYING OL-IDX FROM OL-COUNT BY -1
                   UNTIL OL-IDX < 1
              MOVE OL-RECORD(OL-IDX) TO OPS-LOG-RECORD
              MOVE 0 TO WK-OPSLOG-SERIAL
              IF OPR-RUN-DATE NUMERIC
                 MOVE OPR-RUN-DATE TO DW-DATE-IN
                 PERFORM 770-DATE-TO-SERIAL
                 MOVE DW-SERIAL-OUT TO WK-OPSLOG-SERIAL
              END-IF

              IF WK-OPSLOG-SERIAL = 0
                 OR DW-TODAY-SERIAL - WK-OPSLOG-SERIAL
                    NOT > RR-OPSLOG-DAYS
                 MOVE 'W' TO OL-KEEP(OL-IDX)
              END-IF

              IF OPR-RETURN-CODE NUMERIC
                 AND OPR-RETURN-CODE < 8
                 PERFORM VARYING WK-TERM-SUB FROM 1 BY 1
                         UNTIL WK-TERM-SUB > 8
                    IF OPR-TERM-SEEN(WK-TERM-SUB) NOT = SPACES
                       PERFORM 480-NOTE-GUARD-PAIR
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           .

       480-NOTE-GUARD-PAIR.
      *  A CLOSED TERM NEEDS NO GUARD RECORD - LAB7MULTIBREAK
      *  REFUSES IT FROM TERMCTL WHATEVER THE RUN HISTORY SAYS.
           MOVE 'N' TO WS-ALREADY-NOTED
           PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > CT-COUNT
              IF CT-TERM-CODE(CT-IDX) = OPR-TERM-SEEN(WK-TERM-SUB)
                 MOVE 'Y' TO WS-ALREADY-NOTED
              END-IF
           END-PERFORM
           PERFORM VARYING GP-IDX FROM 1 BY 1 UNTIL GP-IDX > GP-COUNT
              IF GP-TERM-CODE(GP-IDX) = OPR-TERM-SEEN(WK-TERM-SUB)
                 AND GP-RUN-MODE(GP-IDX) = OPR-RUN-MODE
                 MOVE 'Y' TO WS-ALREADY-NOTED
              END-IF
           END-PERFORM

      *  A FULL PAIR TABLE KEEPS THE RECORD RATHER THAN RISK
      *  DISARMING THE GUARD.
           IF WS-ALREADY-NOTED = 'N'
              IF GP-COUNT < 200
                 ADD 1 TO GP-COUNT
                 SET GP-IDX TO GP-COUNT
                 MOVE OPR-TERM-SEEN(WK-TERM-SUB) TO GP-TERM-CODE(GP-IDX)
                 MOVE OPR-RUN-MODE               TO GP-RUN-MODE(GP-IDX)
              END-IF
              IF OL-TRIMMED(OL-IDX)
                 MOVE 'G' TO OL-KEEP(OL-IDX)
              END-IF
           END-IF
           .

       550-WRITE-LONG-TERM-HISTORY.
      *  MOVED RECORDS GO TO BOTH LONG-TERM HISTORIES BEFORE EITHER
      *  LIVE FILE IS REWRITTEN.  THE FIRST WRITE THAT FAILS STOPS
      *  THE RUN (960-) WITH THE LIVE FILES STILL WHOLE.
           IF WS-ARCHIVE-PRESENT = 'Y'
              PERFORM VARYING AR-IDX FROM 1 BY 1
                      UNTIL AR-IDX > AR-COUNT
                         OR WS-HISTORY-WRITE-FAILED = 'Y'
                 IF AR-MOVE(AR-IDX) = 'Y'
                    WRITE RESULTS-HISTORY-RECORD FROM AR-RECORD(AR-IDX)
                    IF WS-RESHIST-FILE-STATUS = '00'
                       ADD 1 TO FC-ARCHIVE-MOVED
                    ELSE
                       DISPLAY 'LAB7RETAIN: WRITE TO RESULTS HISTORY'
                               ' FAILED, FILE STATUS '
                               WS-RESHIST-FILE-STATUS
                       MOVE 'Y' TO WS-HISTORY-WRITE-FAILED
                    END-IF
                 END-IF
              END-PERFORM
           END-IF

           IF WS-HISTORY-PRESENT = 'Y'
              PERFORM VARYING HT-IDX FROM 1 BY 1
                      UNTIL HT-IDX > HT-COUNT
                         OR WS-HISTORY-WRITE-FAILED = 'Y'
                 SET TT-IDX TO HT-TERM-SUB(HT-IDX)
                 IF TT-MOVE-TO-HISTORY(TT-IDX)
                    WRITE GRADE-LONG-HISTORY-RECORD
                          FROM HT-RECORD(HT-IDX)
                    IF WS-GHHIST-FILE-STATUS = '00'
                       ADD 1 TO FC-HISTORY-MOVED
                    ELSE
                       DISPLAY 'LAB7RETAIN: WRITE TO LONG-TERM GRADE'
                               ' HISTORY FAILED, FILE STATUS '
                               WS-GHHIST-FILE-STATUS
                       MOVE 'Y' TO WS-HISTORY-WRITE-FAILED
                    END-IF
                 END-IF
              END-PERFORM
           END-IF

           CLOSE RESULTS-HISTORY-FILE
                 GRADE-LONG-HISTORY-FILE

           IF WS-HISTORY-WRITE-FAILED = 'Y'
              PERFORM 960-STOP-HISTORY-FAILED
           END-IF
           .

       600-WRITE-RESULTS-ARCHIVE.
      *  THE MOVED RECORDS ARE ALREADY SAFELY ON THE LONG-TERM
      *  HISTORY (550-); EVERYTHING ELSE IS WRITTEN BACK.
      *  A FAILED OPEN OR WRITE STOPS THE REWRITE THERE (940-).
           IF WS-ARCHIVE-PRESENT = 'Y'
              MOVE 'RESARCHIVE' TO WK-FAILED-FILE
              MOVE 'GRADES.LAB7RESARCHIVE.BKUP(0) (BKARCH)'
                TO WK-FAILED-BACKUP
              OPEN OUTPUT RESULTS-ARCHIVE-FILE
              IF WS-ARCHIVE-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-ARCHIVE-REWRITE-FAILED
                 MOVE WS-ARCHIVE-FILE-STATUS TO WK-FAILED-STATUS
                 PERFORM 940-NOTE-LIVE-FILE-FAILED
              ELSE
                 PERFORM VARYING AR-IDX FROM 1 BY 1
                         UNTIL AR-IDX > AR-COUNT
                            OR WS-ARCHIVE-REWRITE-FAILED = 'Y'
                    IF AR-MOVE(AR-IDX) NOT = 'Y'
                       WRITE RESULTS-ARCHIVE-RECORD
                             FROM AR-RECORD(AR-IDX)
                       IF WS-ARCHIVE-FILE-STATUS = '00'
                          ADD 1 TO FC-ARCHIVE-AFTER
                       ELSE
                          MOVE 'Y' TO WS-ARCHIVE-REWRITE-FAILED
                          MOVE WS-ARCHIVE-FILE-STATUS
                            TO WK-FAILED-STATUS
                          PERFORM 940-NOTE-LIVE-FILE-FAILED
                       END-IF
                    END-IF
                 END-PERFORM
                 CLOSE RESULTS-ARCHIVE-FILE
              END-IF
           END-IF
           .

       650-WRITE-GRADE-HISTORY.
           IF WS-HISTORY-PRESENT = 'Y'
              MOVE 'GRADEHIST' TO WK-FAILED-FILE
              MOVE 'GRADES.LAB7GRADEHIST.BKUP(0) (BKHIST)'
                TO WK-FAILED-BACKUP
              OPEN OUTPUT GRADE-HISTORY-FILE
              IF WS-HISTORY-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-HISTORY-REWRITE-FAILED
                 MOVE WS-HISTORY-FILE-STATUS TO WK-FAILED-STATUS
                 PERFORM 940-NOTE-LIVE-FILE-FAILED
              ELSE
                 PERFORM VARYING HT-IDX FROM 1 BY 1
                         UNTIL HT-IDX > HT-COUNT
                            OR WS-HISTORY-REWRITE-FAILED = 'Y'
                    SET TT-IDX TO HT-TERM-SUB(HT-IDX)
                    IF NOT TT-MOVE-TO-HISTORY(TT-IDX)
                       WRITE GRADE-HISTORY-RECORD
                             FROM HT-RECORD(HT-IDX)
                       IF WS-HISTORY-FILE-STATUS = '00'
                          ADD 1 TO FC-HISTORY-AFTER
                       ELSE
                          MOVE 'Y' TO WS-HISTORY-REWRITE-FAILED
                          MOVE WS-HISTORY-FILE-STATUS
                            TO WK-FAILED-STATUS
                          PERFORM 940-NOTE-LIVE-FILE-FAILED
                       END-IF
                    END-IF
                 END-PERFORM
                 CLOSE GRADE-HISTORY-FILE
              END-IF
           END-IF
           .

       700-WRITE-OPS-LOG.
           IF WS-OPSLOG-PRESENT = 'Y'
              MOVE 'OPSLOG' TO WK-FAILED-FILE
              MOVE 'GRADES.LAB7OPSLOG.BKUP(0) (BKOPS)'
                TO WK-FAILED-BACKUP
              OPEN OUTPUT OPS-LOG-FILE
              IF WS-OPSLOG-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-OPSLOG-REWRITE-FAILED
                 MOVE WS-OPSLOG-FILE-STATUS TO WK-FAILED-STATUS
                 PERFORM 940-NOTE-LIVE-FILE-FAILED
              ELSE
                 PERFORM VARYING OL-IDX FROM 1 BY 1
                         UNTIL OL-IDX > OL-COUNT
                            OR WS-OPSLOG-REWRITE-FAILED = 'Y'
                    IF OL-TRIMMED(OL-IDX)
                       ADD 1 TO FC-OPSLOG-TRIMMED
                    ELSE
                       IF OL-KEPT-FOR-GUARD(OL-IDX)
                          ADD 1 TO FC-OPSLOG-GUARD-KEPT
                       END-IF
                       WRITE OPS-LOG-RECORD FROM OL-RECORD(OL-IDX)
                       IF WS-OPSLOG-FILE-STATUS = '00'
                          ADD 1 TO FC-OPSLOG-AFTER
                       ELSE
                          MOVE 'Y' TO WS-OPSLOG-REWRITE-FAILED
                          MOVE WS-OPSLOG-FILE-STATUS
                            TO WK-FAILED-STATUS
                          PERFORM 940-NOTE-LIVE-FILE-FAILED
                       END-IF
                    END-IF
                 END-PERFORM
                 CLOSE OPS-LOG-FILE
              END-IF
           END-IF
           .

       750-ROLL-AUDIT-TRAIL.
      *  PASS 1 COPIES EVERY LINE TO THE NEW GENERATION AND TABLES
      *  THE NOT-APPLIED TRANSACTIONS.  THE LIVE TRAIL IS STARTED
      *  OVER ONLY WHEN THE COPY IS WHOLE AND EVERY PENDING LINE
      *  FITS THE CARRY-FORWARD TABLE - OTHERWISE IT IS LEFT AS IT
      *  WAS (THE GENERATION IS THEN JUST AN EXTRA COPY).  THE NEW
      *  GENERATION WAS OPENED BY 200-.
           OPEN INPUT CHANGE-AUDIT-FILE

           IF WS-AUDIT-FILE-STATUS = '00'
              MOVE 'Y' TO WS-AUDIT-PRESENT
              MOVE ' ' TO EOF-FLAG
              PERFORM UNTIL NO-MORE-DATA
                 READ CHANGE-AUDIT-FILE
                    AT END
                       MOVE 'N' TO EOF-FLAG
                    NOT AT END
                       ADD 1 TO FC-AUDIT-BEFORE
                       WRITE AUDIT-ARCHIVE-LINE
                             FROM CHANGE-AUDIT-LINE
                       IF WS-AUDARC-FILE-STATUS = '00'
                          ADD 1 TO FC-AUDIT-ROLLED
                       END-IF
                       PERFORM 760-TABLE-AUDIT-LINE
                 END-READ
              END-PERFORM
              CLOSE CHANGE-AUDIT-FILE
                    AUDIT-ARCHIVE-FILE

              IF FC-AUDIT-ROLLED = FC-AUDIT-BEFORE
                 AND FC-AUDIT-OVERFLOW = 0
                 PERFORM 765-START-AUDIT-TRAIL-OVER
              ELSE
                 MOVE FC-AUDIT-BEFORE TO FC-AUDIT-AFTER
                 MOVE 'Y' TO WS-WARNING-RAISED
              END-IF
           ELSE
              CLOSE AUDIT-ARCHIVE-FILE
           END-IF
           .

       760-TABLE-AUDIT-LINE.
           IF AH-TITLE = 'OFFICIAL GRADE-CHANGE'
              MOVE AH-RUN-DATE TO PC-CURRENT-RUN-DATE
           ELSE
              IF AD-LEAD = SPACES
                 AND AD-TERM-CODE NOT = SPACES
                 IF AD-DISPOSITION = 'APPLIED'
                    PERFORM VARYING PC-IDX FROM 1 BY 1
                            UNTIL PC-IDX > PC-COUNT
                       MOVE PC-LINE(PC-IDX) TO PC-KEY-VIEW
                       IF PK-TERM-CODE       = AD-TERM-CODE
                          AND PK-DEPT-CODE   = AD-DEPT-CODE
                          AND PK-CLASS-CODE  = AD-CLASS-CODE
                          AND PK-NAME        = AD-NAME
                          AND PK-TEST-NUMBER = AD-TEST-NUMBER
                          MOVE 'Y' TO PC-CLEARED(PC-IDX)
                       END-IF
                    END-PERFORM
                 ELSE
                    IF PC-COUNT < 2000
                       ADD 1 TO PC-COUNT
                       SET PC-IDX TO PC-COUNT
                       MOVE PC-CURRENT-RUN-DATE TO PC-RUN-DATE(PC-IDX)
                       MOVE CHANGE-AUDIT-LINE   TO PC-LINE(PC-IDX)
                       MOVE 'N'                 TO PC-CLEARED(PC-IDX)
                    ELSE
                       ADD 1 TO FC-AUDIT-OVERFLOW
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       765-START-AUDIT-TRAIL-OVER.
      *  THE WHOLE TRAIL IS ALREADY ON THE NEW GENERATION, SO A
      *  FAILED OPEN OR WRITE HERE IS RESTORED FROM THAT (940-).
           MOVE 'GCAUDIT' TO WK-FAILED-FILE
           MOVE 'GRADES.LAB7GCAUDIT.ARCH(0) (GCAUDARC)'
             TO WK-FAILED-BACKUP
           OPEN OUTPUT CHANGE-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-AUDIT-REWRITE-FAILED
              MOVE WS-AUDIT-FILE-STATUS TO WK-FAILED-STATUS
              PERFORM 940-NOTE-LIVE-FILE-FAILED
           ELSE
              MOVE WS-CURRENT-DATE TO CFL-ROLL-DATE
              WRITE CHANGE-AUDIT-LINE FROM CARRY-FORWARD-LINE
              PERFORM 767-CHECK-AUDIT-WRITE
              MOVE SPACES TO PC-LAST-HEADING-DATE

              PERFORM VARYING PC-IDX FROM 1 BY 1
                      UNTIL PC-IDX > PC-COUNT
                         OR WS-AUDIT-REWRITE-FAILED = 'Y'
                 IF PC-CLEARED(PC-IDX) = 'N'
                    IF PC-RUN-DATE(PC-IDX) NOT = PC-LAST-HEADING-DATE
                       MOVE PC-RUN-DATE(PC-IDX) TO HC1-RUN-DATE
                                                   PC-LAST-HEADING-DATE
                       WRITE CHANGE-AUDIT-LINE FROM HEADING-CHANGE-1
                       PERFORM 767-CHECK-AUDIT-WRITE
                    END-IF
                    IF WS-AUDIT-REWRITE-FAILED = 'N'
                       WRITE CHANGE-AUDIT-LINE FROM PC-LINE(PC-IDX)
                       PERFORM 767-CHECK-AUDIT-WRITE
                       IF WS-AUDIT-REWRITE-FAILED = 'N'
                          ADD 1 TO FC-AUDIT-CARRIED
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE CHANGE-AUDIT-FILE

              IF WS-AUDIT-REWRITE-FAILED = 'N'
                 MOVE 'Y' TO WS-AUDIT-ROLLED
              END-IF
           END-IF
           .

       767-CHECK-AUDIT-WRITE.
           IF WS-AUDIT-FILE-STATUS = '00'
              ADD 1 TO FC-AUDIT-AFTER
           ELSE
              MOVE 'Y' TO WS-AUDIT-REWRITE-FAILED
              MOVE WS-AUDIT-FILE-STATUS TO WK-FAILED-STATUS
              PERFORM 940-NOTE-LIVE-FILE-FAILED
           END-IF
           .

       770-DATE-TO-SERIAL.
      *  YYMMDD TO A DAY SERIAL: YEARS AT 365 PLUS ONE PER PAST
      *  LEAP YEAR, CUMULATIVE DAYS TO THE START OF THE MONTH, PLUS
      *  THE DAY - WITH THE EXTRA LEAP DAY ONCE MARCH OF A LEAP
      *  YEAR IS REACHED.
           IF DW-MONTH < 1 OR DW-MONTH > 12
              MOVE ZEROS TO DW-SERIAL-OUT
           ELSE
              COMPUTE DW-SERIAL-OUT =
                      (DW-YEAR * 365) + ((DW-YEAR + 3) / 4) +
                      MD-CUM-DAYS(DW-MONTH) + DW-DAY
              DIVIDE DW-YEAR BY 4
                     GIVING DW-LEAP-QUOTIENT
                     REMAINDER DW-LEAP-REMAINDER
              IF DW-LEAP-REMAINDER = 0 AND DW-MONTH > 2
                 ADD 1 TO DW-SERIAL-OUT
              END-IF
           END-IF
           .

       800-REPORT-TERMS.
           WRITE RETENTION-REPORT-LINE FROM HEADING-TERM-COLS-1
           WRITE RETENTION-REPORT-LINE FROM HEADING-TERM-COLS-2

           PERFORM VARYING TT-IDX FROM 1 BY 1 UNTIL TT-IDX > TT-COUNT
              MOVE TT-TERM-CODE(TT-IDX)     TO TDL-TERM-CODE
              IF TT-CLOSED(TT-IDX) = 'Y'
                 MOVE 'CLOSED' TO TDL-CLOSED
              ELSE
                 MOVE 'OPEN'   TO TDL-CLOSED
              END-IF
              MOVE TT-LAST-RUN-DATE(TT-IDX) TO TDL-LAST-RUN-DATE
              IF TT-AGE-DAYS(TT-IDX) < 0
                 MOVE 'UNKN ' TO TDL-AGE-DAYS-X
              ELSE
                 MOVE TT-AGE-DAYS(TT-IDX)   TO TDL-AGE-DAYS
              END-IF
              MOVE TT-ARCHIVE-IN(TT-IDX)    TO TDL-ARCHIVE-IN
              MOVE TT-ARCHIVE-SUPERSEDED(TT-IDX)
                                            TO TDL-ARCHIVE-SUPERSEDED
              MOVE TT-HISTORY-IN(TT-IDX)    TO TDL-HISTORY-IN
              MOVE TT-HISTORY-SUPERSEDED(TT-IDX)
                                            TO TDL-HISTORY-SUPERSEDED
              EVALUATE TRUE
                WHEN TT-MOVE-TO-HISTORY(TT-IDX)
                     AND TT-ARCHIVE-HELD(TT-IDX) > 0
                   MOVE 'MOVED - SOME STUDENTS KEPT BACK'
                                            TO TDL-DISPOSITION
                WHEN TT-MOVE-TO-HISTORY(TT-IDX)
                   MOVE 'MOVED TO LONG-TERM HISTORY'
                                            TO TDL-DISPOSITION
                WHEN TT-KEEP-PAST-RETENTION(TT-IDX)
                   MOVE 'KEPT - PAST RETENTION, NOT CLOSED'
                                            TO TDL-DISPOSITION
                WHEN OTHER
                   MOVE 'KEPT'              TO TDL-DISPOSITION
              END-EVALUATE
              WRITE RETENTION-REPORT-LINE FROM TERM-DETAIL-LINE
           END-PERFORM

           IF TT-COUNT = 0
              MOVE 'NO TERMS ON THE ARCHIVE OR THE GRADE HISTORY'
                                            TO NL-NOTE-TEXT
              WRITE RETENTION-REPORT-LINE FROM NOTE-LINE
           END-IF
           WRITE RETENTION-REPORT-LINE FROM BLANK-LINE
           .

       900-REPORT-FILE-COUNTS.
           WRITE RETENTION-REPORT-LINE FROM HEADING-FILE-COLS

           MOVE 'RESARCHIVE'          TO FCL-FILE-NAME
           MOVE FC-ARCHIVE-BEFORE     TO FCL-BEFORE
           MOVE FC-ARCHIVE-SUPERSEDED TO FCL-SUPERSEDED
           MOVE FC-ARCHIVE-MOVED      TO FCL-MOVED
           MOVE FC-ARCHIVE-AFTER      TO FCL-AFTER
           EVALUATE TRUE
             WHEN WS-ARCHIVE-PRESENT = 'N'
                MOVE 'NOT PRESENT'    TO FCL-CHECK
             WHEN WS-ARCHIVE-REWRITE-FAILED = 'Y'
                MOVE 'REWRITE FAILED' TO FCL-CHECK
             WHEN OTHER
                IF FC-ARCHIVE-BEFORE = FC-ARCHIVE-SUPERSEDED
                                    + FC-ARCHIVE-MOVED
                                    + FC-ARCHIVE-AFTER
                   MOVE 'FOOTS'         TO FCL-CHECK
                ELSE
                   MOVE 'DOES NOT FOOT' TO FCL-CHECK
                   MOVE 'Y' TO WS-WARNING-RAISED
                END-IF
           END-EVALUATE
           WRITE RETENTION-REPORT-LINE FROM FILE-COUNT-LINE

           MOVE 'GRADEHIST'           TO FCL-FILE-NAME
           MOVE FC-HISTORY-BEFORE     TO FCL-BEFORE
           MOVE FC-HISTORY-SUPERSEDED TO FCL-SUPERSEDED
           MOVE FC-HISTORY-MOVED      TO FCL-MOVED
           MOVE FC-HISTORY-AFTER      TO FCL-AFTER
           EVALUATE TRUE
             WHEN WS-HISTORY-PRESENT = 'N'
                MOVE 'NOT PRESENT'    TO FCL-CHECK
             WHEN WS-HISTORY-REWRITE-FAILED = 'Y'
                MOVE 'REWRITE FAILED' TO FCL-CHECK
             WHEN OTHER
                IF FC-HISTORY-BEFORE = FC-HISTORY-SUPERSEDED
                                    + FC-HISTORY-MOVED
                                    + FC-HISTORY-AFTER
                   MOVE 'FOOTS'         TO FCL-CHECK
                ELSE
                   MOVE 'DOES NOT FOOT' TO FCL-CHECK
                   MOVE 'Y' TO WS-WARNING-RAISED
                END-IF
           END-EVALUATE
           WRITE RETENTION-REPORT-LINE FROM FILE-COUNT-LINE

           MOVE 'OPSLOG'              TO FCL-FILE-NAME
           MOVE FC-OPSLOG-BEFORE      TO FCL-BEFORE
           MOVE 0                     TO FCL-SUPERSEDED
           MOVE FC-OPSLOG-TRIMMED     TO FCL-MOVED
           MOVE FC-OPSLOG-AFTER       TO FCL-AFTER
           EVALUATE TRUE
             WHEN WS-OPSLOG-PRESENT = 'N'
                MOVE 'NOT PRESENT'    TO FCL-CHECK
             WHEN WS-OPSLOG-REWRITE-FAILED = 'Y'
                MOVE 'REWRITE FAILED' TO FCL-CHECK
             WHEN OTHER
                IF FC-OPSLOG-BEFORE =
                   FC-OPSLOG-TRIMMED + FC-OPSLOG-AFTER
                   MOVE 'FOOTS'         TO FCL-CHECK
                ELSE
                   MOVE 'DOES NOT FOOT' TO FCL-CHECK
                   MOVE 'Y' TO WS-WARNING-RAISED
                END-IF
           END-EVALUATE
           WRITE RETENTION-REPORT-LINE FROM FILE-COUNT-LINE

      *  FOR THE TRAIL THE MOVED COLUMN IS THE LINES COPIED TO THE
      *  NEW GENERATION, AND AFTER INCLUDES THE CARRY-FORWARD BLOCK
      *  - SO IT FOOTS ON THE COPY, NOT ON A SUM.
           MOVE 'GCAUDIT'             TO FCL-FILE-NAME
           MOVE FC-AUDIT-BEFORE       TO FCL-BEFORE
           MOVE 0                     TO FCL-SUPERSEDED
           MOVE FC-AUDIT-ROLLED       TO FCL-MOVED
           MOVE FC-AUDIT-AFTER        TO FCL-AFTER
           EVALUATE TRUE
             WHEN WS-AUDIT-PRESENT = 'N'
                MOVE 'NOT PRESENT'    TO FCL-CHECK
             WHEN WS-AUDIT-REWRITE-FAILED = 'Y'
                MOVE 'REWRITE FAILED' TO FCL-CHECK
             WHEN WS-AUDIT-ROLLED = 'Y'
                MOVE 'ROLLED WHOLE'   TO FCL-CHECK
             WHEN OTHER
                MOVE 'NOT ROLLED'     TO FCL-CHECK
           END-EVALUATE
           WRITE RETENTION-REPORT-LINE FROM FILE-COUNT-LINE

           WRITE RETENTION-REPORT-LINE FROM BLANK-LINE
           PERFORM 920-WRITE-NOTES
           .

       920-WRITE-NOTES.
           IF FC-OPSLOG-GUARD-KEPT > 0
              MOVE FC-OPSLOG-GUARD-KEPT TO EW-COUNT-EDITED
              MOVE SPACES TO NL-NOTE-TEXT
              STRING 'OPSLOG: ' EW-COUNT-EDITED
                     ' RUNS OUTSIDE THE WINDOW KEPT FOR THE'
                     ' DUPLICATE-RUN GUARD (OPEN TERMS)'
                     DELIMITED BY SIZE INTO NL-NOTE-TEXT
              WRITE RETENTION-REPORT-LINE FROM NOTE-LINE
           END-IF

           IF WS-AUDIT-ROLLED = 'Y'
              MOVE FC-AUDIT-CARRIED TO EW-COUNT-EDITED
              MOVE SPACES TO NL-NOTE-TEXT
              STRING 'GCAUDIT: ' EW-COUNT-EDITED
                     ' NOT-APPLIED TRANSACTIONS CARRIED FORWARD'
                     ' ONTO THE NEW TRAIL'
                     DELIMITED BY SIZE INTO NL-NOTE-TEXT
              WRITE RETENTION-REPORT-LINE FROM NOTE-LINE
           END-IF

           IF WS-AUDIT-PRESENT = 'Y' AND WS-AUDIT-ROLLED = 'N'
              AND WS-AUDIT-REWRITE-FAILED = 'N'
              MOVE FC-AUDIT-OVERFLOW TO EW-COUNT-EDITED
              MOVE SPACES TO NL-NOTE-TEXT
              STRING 'GCAUDIT: NOT STARTED OVER - COPY INCOMPLETE OR'
                     EW-COUNT-EDITED
                     ' PENDING LINES PAST THE CARRY-FORWARD TABLE'
                     DELIMITED BY SIZE INTO NL-NOTE-TEXT
              WRITE RETENTION-REPORT-LINE FROM NOTE-LINE
           END-IF

           PERFORM VARYING TT-IDX FROM 1 BY 1 UNTIL TT-IDX > TT-COUNT
              IF TT-ARCHIVE-HELD(TT-IDX) > 0
                 MOVE TT-ARCHIVE-HELD(TT-IDX) TO EW-COUNT-EDITED
                 MOVE SPACES TO NL-NOTE-TEXT
                 STRING 'TERM ' TT-TERM-CODE(TT-IDX) ': '
                        EW-COUNT-EDITED
                        ' ARCHIVE RECORDS KEPT - THE STUDENT HAS A'
                        ' TERM STILL ON THE ARCHIVE'
                        DELIMITED BY SIZE INTO NL-NOTE-TEXT
                 WRITE RETENTION-REPORT-LINE FROM NOTE-LINE
              END-IF
              IF TT-KEEP-PAST-RETENTION(TT-IDX)
                 MOVE SPACES TO NL-NOTE-TEXT
                 STRING 'TERM ' TT-TERM-CODE(TT-IDX)
                        ' IS PAST RETENTION BUT NOT CLOSED -'
                        ' REGISTRAR TO CLOSE (LAB7TERMCLOSE)'
                        DELIMITED BY SIZE INTO NL-NOTE-TEXT
                 WRITE RETENTION-REPORT-LINE FROM NOTE-LINE
              END-IF
           END-PERFORM

           IF FC-ARCHIVE-AFTER > RL-STANDING-ENTRIES
              MOVE FC-ARCHIVE-AFTER    TO EW-COUNT-EDITED
              MOVE RL-STANDING-ENTRIES TO EW-LIMIT-EDITED
              MOVE SPACES TO NL-NOTE-TEXT
              STRING 'RESARCHIVE STILL HOLDS ' EW-COUNT-EDITED
                     ' RECORDS - LAB7STANDING TABLES ' EW-LIMIT-EDITED
                     '; SHORTEN THE RETENTION'
                     DELIMITED BY SIZE INTO NL-NOTE-TEXT
              WRITE RETENTION-REPORT-LINE FROM NOTE-LINE
              MOVE 'Y' TO WS-WARNING-RAISED
           END-IF

           IF FC-HISTORY-AFTER > RL-TREND-ENTRIES
              MOVE FC-HISTORY-AFTER    TO EW-COUNT-EDITED
              MOVE RL-TREND-ENTRIES    TO EW-LIMIT-EDITED
              MOVE SPACES TO NL-NOTE-TEXT
              STRING 'GRADEHIST STILL HOLDS ' EW-COUNT-EDITED
                     ' RECORDS - LAB7TREND TABLES ' EW-LIMIT-EDITED
                     '; SHORTEN THE RETENTION'
                     DELIMITED BY SIZE INTO NL-NOTE-TEXT
              WRITE RETENTION-REPORT-LINE FROM NOTE-LINE
              MOVE 'Y' TO WS-WARNING-RAISED
           END-IF

           IF FC-OPSLOG-AFTER > RL-OPSRPT-ENTRIES
              MOVE FC-OPSLOG-AFTER     TO EW-COUNT-EDITED
              MOVE RL-OPSRPT-ENTRIES   TO EW-LIMIT-EDITED
              MOVE SPACES TO NL-NOTE-TEXT
              STRING 'OPSLOG STILL HOLDS ' EW-COUNT-EDITED
                     ' RECORDS - LAB7OPSRPT KEEPS THE NEWEST '
                     EW-LIMIT-EDITED '; SHORTEN THE WINDOW'
                     DELIMITED BY SIZE INTO NL-NOTE-TEXT
              WRITE RETENTION-REPORT-LINE FROM NOTE-LINE
              MOVE 'Y' TO WS-WARNING-RAISED
           END-IF
           .

       940-NOTE-LIVE-FILE-FAILED.
      *  A LIVE FILE WAS OPENED OUTPUT AND IS NOW SHORT, OR EMPTY.
      *  THE NOTE GOES OUT AT ONCE, AHEAD OF THE TERM LINES, SO IT
      *  IS THE FIRST THING ON THE REPORT AFTER THE HEADINGS.
           DISPLAY 'LAB7RETAIN: REWRITE OF ' WK-FAILED-FILE
                   ' FAILED, FILE STATUS ' WK-FAILED-STATUS
                   ' - RESTORE FROM ' WK-FAILED-BACKUP
           MOVE SPACES TO NL-NOTE-TEXT
           STRING WK-FAILED-FILE DELIMITED BY SPACE
                  ' REWRITE FAILED (STATUS ' WK-FAILED-STATUS
                  ') - RESTORE IT FROM ' WK-FAILED-BACKUP
                  DELIMITED BY SIZE INTO NL-NOTE-TEXT
           WRITE RETENTION-REPORT-LINE FROM NOTE-LINE
           MOVE 'Y' TO WS-LIVE-FILE-FAILED
           .

       950-REFUSE-RUN.
      *  NOTHING HAS BEEN REWRITTEN YET WHEN THIS IS REACHED.
           MOVE 'RUN STOPPED - A FILE IS TOO LARGE FOR ITS TABLE OR'
             TO NL-NOTE-TEXT
           WRITE RETENTION-REPORT-LINE FROM NOTE-LINE
           MOVE 'COULD NOT BE OPENED.  EVERY FILE IS AS IT WAS.'
             TO NL-NOTE-TEXT
           WRITE RETENTION-REPORT-LINE FROM NOTE-LINE
           CLOSE RETENTION-REPORT-FILE
           DISPLAY 'LAB7RETAIN: TABLE FULL OR FILE UNAVAILABLE'
                   ' (ARCHIVE ' AR-COUNT ' HISTORY ' HT-COUNT
                   ' OPSLOG ' OL-COUNT ' TERMS ' TT-COUNT
                   ') - NOTHING CHANGED'
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

       960-STOP-HISTORY-FAILED.
      *  REACHED FROM 550- BEFORE ANY LIVE FILE IS REWRITTEN.  WHAT
      *  THE HISTORIES GAINED IS STILL ON THE LIVE FILES, SO IT MUST
      *  BE CUT OFF THE HISTORIES BEFORE THE RUN IS REPEATED.
           MOVE 'RUN STOPPED - A WRITE TO A LONG-TERM HISTORY FAILED.'
             TO NL-NOTE-TEXT
           WRITE RETENTION-REPORT-LINE FROM NOTE-LINE
           MOVE 'RESARCHIVE, GRADEHIST, OPSLOG AND GCAUDIT ARE AS'
             TO NL-NOTE-TEXT
           WRITE RETENTION-REPORT-LINE FROM NOTE-LINE
           MOVE 'THEY WERE.  REMOVE THE RECORDS BELOW FROM THE END OF'
             TO NL-NOTE-TEXT
           WRITE RETENTION-REPORT-LINE FROM NOTE-LINE
           MOVE 'THE HISTORIES BEFORE RUNNING AGAIN.' TO NL-NOTE-TEXT
           WRITE RETENTION-REPORT-LINE FROM NOTE-LINE
           MOVE FC-ARCHIVE-MOVED TO EW-COUNT-EDITED
           MOVE SPACES TO NL-NOTE-TEXT
           STRING 'RESHIST GAINED ' EW-COUNT-EDITED ' RECORDS'
                  DELIMITED BY SIZE INTO NL-NOTE-TEXT
           WRITE RETENTION-REPORT-LINE FROM NOTE-LINE
           MOVE FC-HISTORY-MOVED TO EW-COUNT-EDITED
           MOVE SPACES TO NL-NOTE-TEXT
           STRING 'GHHIST GAINED  ' EW-COUNT-EDITED ' RECORDS'
                  DELIMITED BY SIZE INTO NL-NOTE-TEXT
           WRITE RETENTION-REPORT-LINE FROM NOTE-LINE
           CLOSE RETENTION-REPORT-FILE
           DISPLAY 'LAB7RETAIN: LONG-TERM HISTORY WRITE FAILED'
                   ' (RESHIST +' FC-ARCHIVE-MOVED
                   ' GHHIST +' FC-HISTORY-MOVED
                   ') - LIVE FILES NOT CHANGED'
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

       1200-FINAL-ROUTINE.
           CLOSE RETENTION-REPORT-FILE

           DISPLAY 'LAB7RETAIN: ARCHIVE ' FC-ARCHIVE-BEFORE
                   ' -> ' FC-ARCHIVE-AFTER
                   ' HISTORY ' FC-HISTORY-BEFORE
                   ' -> ' FC-HISTORY-AFTER
                   ' OPSLOG ' FC-OPSLOG-BEFORE
                   ' -> ' FC-OPSLOG-AFTER
                   ' GCAUDIT ' FC-AUDIT-BEFORE
                   ' -> ' FC-AUDIT-AFTER

           EVALUATE TRUE
             WHEN WS-LIVE-FILE-FAILED = 'Y'
                MOVE 12 TO RETURN-CODE
             WHEN WS-WARNING-RAISED = 'Y'
                MOVE 4 TO RETURN-CODE
             WHEN OTHER
                MOVE 0 TO RETURN-CODE
           END-EVALUATE

           STOP RUN
           .
