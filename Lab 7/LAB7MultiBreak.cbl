               RECORD KEY IS RMR-REG-KEY
               FILE STATUS IS WS-REGISTRAR-FILE-STATUS.
      *
      *    STUDENT MASTER KEPT BY LAB7STUMAINT - READ BY ID IN
      *    690-CHECK-PRIVACY-HOLD FOR THE PRIVACY HOLD, WHICH KEEPS A
      *    STUDENT OFF THE HONOR ROLL AND MASKS THEIR NAME TO THEIR
      *    ID ON EVERYTHING THAT LEAVES THE OFFICE.  NOT OPTIONAL:
      *    WITHOUT IT A HELD STUDENT'S NAME WOULD GO OUT, SO A MASTER
      *    THAT WON'T OPEN STOPS THE RUN - SEE 277-OPEN-STUDENT-
      *    MASTER.
           SELECT STUDENT-MASTER-FILE
               ASSIGN TO "STUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
      *
      *    DISCREPANCY LIST - STUDENTS IN STUDENT.TXT NOT FOUND
      *    ENROLLED IN THE REGISTRAR MASTER.  SEE 670-CHECK-
      *    REGISTRAR-MASTER.
           SELECT MANIFEST-FILE
               ASSIGN TO "MANIFEST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    CONTROL TOTALS - ONE RECORD WRITTEN AT END OF JOB WITH
      *    THE RECORDS READ AND WHERE EVERY ONE OF THEM WENT (GRADED,
      *    WITHDRAWN, SUSPENDED, REJECTED), SO LAB7BALANCE CAN PROVE
      *    NOTHING WAS DROPPED OR DOUBLED BETWEEN THE SORT AND THE
      *    OUTPUT FILES BEFORE THE MORNING DISTRIBUTION GOES OUT.
      *    SEE 1270-WRITE-CONTROL-TOTALS.
           SELECT CONTROL-TOTAL-FILE
               ASSIGN TO "PGMCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    TERM-CONTROL FILE - ONE RECORD PER TERM THE REGISTRAR HAS
      *    CLOSED AND POSTED TO THE SIS (WRITTEN BY LAB7TERMCLOSE).
      *    READ BY 175-LOAD-CLOSED-TERMS SO 650-VALIDATE-STUDENT-
      *    RECORD CAN REJECT A CLOSED TERM'S RECORDS EVEN WITH FORCE.
      *    OPTIONAL - NO FILE MEANS NO TERM HAS BEEN CLOSED YET.
           SELECT OPTIONAL TERM-CONTROL-FILE
               ASSIGN TO "TERMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMCTL-FILE-STATUS.
      *
      *    OPTIONAL TEST-CURVE TABLE - ONE ROW PER CURVED TEST, KEYED
      *    BY TERM/DEPT/CLASS, OPTIONAL SECTION, AND TEST NUMBER.
      *    LOADED BY 180-LOAD-CURVE-TABLE AND APPLIED BY 715-APPLY-
      *    CURVES AHEAD OF EVERY AVERAGE.  LAB7TRANSCRIPT AND
      *    LAB7GRDCHG READ THE SAME FILE THE SAME WAY SO ALL THREE
      *    AGREE ON A CURVED AVERAGE.  A MISSING FILE IS NOT AN
      *    ERROR - NO TEST IS CURVED.
           SELECT CURVE-TABLE-FILE
               ASSIGN TO "CURVES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURVE-FILE-STATUS.
      *
      *    CURVE STATE - THE RAW MEAN EACH SCALE-TO-MEAN CURVE ROW
      *    SCALES BY, FIXED THE FIRST NIGHT THE ROW IS APPLIED AND
      *    NEVER REFIGURED, SO A SECTION ARRIVING ON A LATER NIGHT,
      *    A MAKEUP OUT OF SUSPENSE, OR A GRADE CHANGE DOESN'T MOVE
      *    THE CURVE UNDER GRADES ALREADY ISSUED.  APPENDED TO BY
      *    189-SAVE-CURVE-STATE, READ BY 183-LOAD-CURVE-STATE;
      *    LAB7TRANSCRIPT AND LAB7GRDCHG READ THE SAME FILE.
      *    OPTIONAL - THE FIRST SCALE-TO-MEAN CURVE CREATES IT.
           SELECT OPTIONAL CURVE-STATE-FILE
               ASSIGN TO "CURVSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURVSTAT-FILE-STATUS.
      *
      *    CURVE REPORT - EVERY CURVE ROW IN FORCE WITH ITS APPROVER
      *    AND THE RAW AND CURVED MEAN OF THE TEST, PLUS ANY ROW THAT
      *    WAS SET ASIDE AND WHY.  SEE 1180-PRINT-CURVE-REPORT.
           SELECT CURVE-REPORT-FILE
               ASSIGN TO "CURVERPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    PRIVACY COMPLIANCE REPORT - EVERY PLACE A STUDENT UNDER A
      *    PRIVACY HOLD WOULD HAVE APPEARED ON A DISTRIBUTED OUTPUT
      *    THIS RUN AND WHAT WAS DONE ABOUT IT.  SEE 1195-PRINT-
      *    PRIVACY-REPORT.
           SELECT PRIVACY-REPORT-FILE
               ASSIGN TO "PRIVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.

      *
       FD  CHECKPOINT-FILE
           RECORD CONTAINS 353 CHARACTERS.
      *
       01  CHECKPOINT-RECORD.
           05  CPR-RECORD-COUNT             PIC 9(7).
      *    SO A CHECKPOINT FROM BEFORE SECTION BREAKS EXISTED STILL
      *    PARSES - IT READS BACK AS SPACES HERE.
           05  CPR-SECTION-HOLD             PIC X(3).
      *    THE RUN-WIDE DISPOSITION COUNTS, SO THE CONTROL TOTALS A
      *    RESTARTED RUN REPORTS TO LAB7BALANCE COVER THE WHOLE
      *    NIGHT AND NOT JUST THE RECORDS AFTER THE RESTART.  SAME
      *    TRAILING CONVENTION - AN OLDER CHECKPOINT READS BACK AS
      *    SPACES AND 225-RESTART-FROM-CHECKPOINT LEAVES THE COUNTS
      *    AT ZERO.
           05  CPR-TOTAL-SUSPENDED          PIC 9(7).
           05  CPR-TOTAL-GRADED             PIC 9(7).
           05  CPR-TOTAL-WITHDRAWN          PIC 9(7).

      *
      *  ENROLLMENT STATUS TRAILS THE KEY: 'E' (OR BLANK, FROM A
           05  RMR-ENROLL-STATUS             PIC X.
           05  RMR-STATUS-DATE               PIC X(6).

      *
      *  MUST MATCH STUDENT-MASTER-RECORD IN LAB7STUMAINT.  THE HOLD
      *  IS IN EFFECT ON THE RUN DATE WHEN IT IS ON FILE, STARTED ON
      *  OR BEFORE THE RUN DATE, AND NOT RELEASED BY IT.
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
       FD  DISCREPANCY-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

      *
      *  EXACT IMAGE OF THE REJECTED RECORD PLUS ITS CODED REASONS
      *  (TRM/TCL/DPT/CLS/CNT/SCN/SCR/INS - SEE 650-VALIDATE-STUDENT-
      *  RECORD), SO LAB7REJFIX CAN REPAIR THE RECORD FIELD BY
      *  FIELD AND RESUBMIT IT WITHOUT ANY RE-KEYING.
       FD  REJECT-FILE
           05  MFR-FILE-NAME                PIC X(8).
           05  FILLER                       PIC X(66).

      *
      *  END-OF-JOB CONTROL TOTALS FOR LAB7BALANCE - FIXED UNEDITED
      *  COLUMNS.  READ = GRADED + WITHDRAWN + SUSPENDED + REJECTED
      *  MUST FOOT: EVERY RECORD READ LANDS IN EXACTLY ONE OF THE
      *  FOUR.  LAB7BALANCE CARRIES THE SAME LAYOUT AND MUST MATCH
      *  THIS ONE.
       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  PGM-CONTROL-RECORD.
           05  PCR-STEP-NAME                PIC X(8).
           05  PCR-RUN-DATE                 PIC 9(6).
           05  PCR-RECORDS-READ             PIC 9(7).
           05  PCR-RESULTS-GRADED           PIC 9(7).
           05  PCR-RESULTS-WITHDRAWN        PIC 9(7).
           05  PCR-RECORDS-SUSPENDED        PIC 9(7).
           05  PCR-RECORDS-REJECTED         PIC 9(7).
           05  FILLER                       PIC X(31).
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
      *  ONE GRADED-RESULT RECORD PER STUDENT, UNEDITED COLUMNS SO
      *  LAB7DELTA CAN COMPARE RUNS WITHOUT PARSING A PRINT LINE.
           05  GH-RUN-DATE                  PIC 9(6).
           05  GH-SECTION-CODE              PIC X(3).

      *
      *  ONE ROW PER CURVED TEST.  A BLANK SECTION CURVES THE TEST
      *  FOR THE WHOLE CLASS; A ROW FOR ONE SECTION OVERRIDES THE
      *  CLASS-WIDE ROW FOR THAT SECTION'S STUDENTS.  METHOD 'A'
      *  ADDS CVR-CURVE-VALUE POINTS TO EVERY SCORE; METHOD 'S'
      *  SCALES EVERY SCORE BY TARGET/RAW MEAN SO THE TEST'S MEAN
      *  LANDS ON CVR-CURVE-VALUE (A TEST ALREADY AT OR ABOVE ITS
      *  TARGET IS LEFT ALONE).  NO CURVED SCORE GOES ABOVE 100.
      *  THE APPROVER CODE IS REQUIRED - SEE 182-ADD-CURVE-ENTRY.
       FD  CURVE-TABLE-FILE
           RECORD CONTAINS 40 CHARACTERS.
      *
       01  CURVE-TABLE-RECORD.
           05  CVR-TERM-CODE                PIC X(4).
           05  CVR-DEPT-CODE                PIC X(4).
           05  CVR-CLASS-CODE               PIC X(5).
           05  CVR-SECTION-CODE             PIC X(3).
           05  CVR-TEST-NUMBER              PIC 9.
           05  CVR-CURVE-METHOD             PIC X.
               88 CVR-ADD-POINTS                       VALUE 'A'.
               88 CVR-SCALE-TO-MEAN                    VALUE 'S'.
           05  CVR-CURVE-VALUE              PIC 9(3).
           05  CVR-APPROVER-CODE            PIC X(4).
           05  FILLER                       PIC X(15).
      *
       01  CURVE-TABLE-IMAGE.
           05  CVI-KEY-AND-RULE             PIC X(25).
           05  FILLER                       PIC X(15).
      *
      *  ONE ROW PER SCALE-TO-MEAN CURVE ROW EVER APPLIED, SAME KEY
      *  AS CURVE-TABLE-RECORD.  CS-RAW-COUNT IS HOW MANY RAW SCORES
      *  THE MEAN WAS TAKEN OVER; CS-SET-DATE THE NIGHT IT WAS FIXED.
      *  TO HAVE A MEAN REFIGURED (A CURVE WITHDRAWN AND RE-ISSUED
      *  AFTER A BAD EXTRACT, SAY) THE REGISTRAR DELETES ITS ROW.
      *  MUST MATCH CURVE-STATE-RECORD IN LAB7TRANSCRIPT AND
      *  LAB7GRDCHG.
       FD  CURVE-STATE-FILE
           RECORD CONTAINS 40 CHARACTERS.
      *
       01  CURVE-STATE-RECORD.
           05  CS-TERM-CODE                 PIC X(4).
           05  CS-DEPT-CODE                 PIC X(4).
           05  CS-CLASS-CODE                PIC X(5).
           05  CS-SECTION-CODE              PIC X(3).
           05  CS-TEST-NUMBER               PIC 9.
           05  CS-RAW-MEAN                  PIC 9(3)V99.
           05  CS-RAW-COUNT                 PIC 9(5).
           05  CS-SET-DATE                  PIC 9(6).
           05  FILLER                       PIC X(7).

      *
       FD  CURVE-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
      *
       01  CURVE-REPORT-LINE               PIC X(100).

      *
       FD  PRIVACY-REPORT-FILE
           RECORD CONTAINS 110 CHARACTERS.
      *
       01  PRIVACY-REPORT-LINE             PIC X(110).

      *
       WORKING-STORAGE SECTION.
      *
               88 RECORD-IS-INVALID                     VALUE 'N'.
           05  WS-WEIGHT-FILE-STATUS       PIC XX      VALUE '00'.
           05  WS-CLASS-IS-WEIGHTED        PIC X       VALUE 'N'.
      *    'Y' WHILE 710- AVERAGES A WITHDRAWN STUDENT, SO 717-
      *    CURVES THE SCORES BUT LEAVES THEM OUT OF THE CURVE TOTALS.
           05  WS-WITHDRAWN-STUDENT        PIC X       VALUE 'N'.
               88 STUDENT-IS-WITHDRAWN                 VALUE 'Y'.
           05  WS-SCALE-FILE-STATUS        PIC XX      VALUE '00'.
           05  WS-CHECKPOINT-FILE-STATUS   PIC XX      VALUE '00'.
           05  WS-CHECKPOINT-MODE          PIC X       VALUE 'N'.
           05  WS-RECON-MODE               PIC X       VALUE 'Y'.
               88 RECON-REQUESTED                      VALUE 'Y'.
           05  WS-OPSLOG-FILE-STATUS       PIC XX      VALUE '00'.
           05  WS-TERMCTL-FILE-STATUS      PIC XX      VALUE '00'.
           05  WS-TERM-ALREADY-NOTED       PIC X       VALUE 'N'.
           05  WS-ROSTER-FILE-STATUS       PIC XX      VALUE '00'.
           05  WS-INSTRUCTOR-FOUND         PIC X       VALUE 'N'.
           05  WS-DEPT-FILE-OPEN           PIC X       VALUE 'N'.
               88 DEPT-FILE-IS-OPEN                    VALUE 'Y'.
           05  WS-SAVE-PAGE-NO             PIC 99      VALUE 0.
      *    SET BY 690-CHECK-PRIVACY-HOLD FOR EACH GRADED OR WITHDRAWN
      *    STUDENT.  WS-MASK-DEPT-LINE TELLS 800-WRITE-A-LINE TO SEND
      *    MASKED-DETAIL-LINE TO THE DEPARTMENT COPY IN PLACE OF THE
      *    LINE ITSELF - THE COMBINED REPORT IS NOT DISTRIBUTED AND
      *    KEEPS THE NAME.
           05  WS-MASTER-FILE-STATUS       PIC XX      VALUE '00'.
           05  WS-PRIVACY-HOLD             PIC X       VALUE 'N'.
               88 PRIVACY-HOLD-ACTIVE                  VALUE 'Y'.
           05  WS-MASK-DEPT-LINE           PIC X       VALUE 'N'.
               88 DEPT-LINE-MASKED                     VALUE 'Y'.
      *
      *  DEPARTMENTS WHOSE SPLIT FILE HAS ALREADY BEEN OPENED THIS
      *  RUN - A DEPARTMENT SPANNING TWO TERMS REOPENS ITS FILE IN
      *  TO BE CONFUSED WITH DF-REJECTED-COUNT, WHICH RESETS AT EVERY
      *  DEPARTMENT BREAK.
       01  WS-TOTAL-REJECTED-COUNT          PIC 9(7)     VALUE 0.
      *
      *  RUN-WIDE RESULTS-FILE TOTALS FOR THE CONTROL-TOTAL RECORD -
      *  GRADED (700-PROCESS-STUDENT-RECORD) AND W POSTINGS (710-
      *  PROCESS-WITHDRAWN-STUDENT) KEPT APART SO LAB7BALANCE CAN
      *  FOOT EACH AGAINST WHAT IS PHYSICALLY ON THE RESULTS FILE.
       01  WS-TOTAL-GRADED-COUNT            PIC 9(7)     VALUE 0.
       01  WS-TOTAL-WITHDRAWN-COUNT         PIC 9(7)     VALUE 0.
      *
       01  REPORT-FIELDS.
           05  PROPER-SPACING              PIC 9       VALUE 1.
               10  RH-TERM-CODE             PIC X(4).
               10  RH-RUN-MODE              PIC X.
      *
      *  TERMS THE REGISTRAR HAS CLOSED, LOADED FROM THE TERM-
      *  CONTROL FILE BY 175-LOAD-CLOSED-TERMS.  A CLOSED TERM IS
      *  FINAL - ITS GRADES ONLY CHANGE THROUGH LAB7GRDCHG.
      *  CT-RECORD-COUNT IS HOW MANY OF TONIGHT'S RECORDS CARRY A
      *  CLOSED TERM (COUNTED BY THE PRE-SCAN IN 160-).
       01  CLOSED-TERMS-TABLE.
           05  CT-COUNT                     PIC S999    VALUE +0.
           05  CT-RECORD-COUNT              PIC S9(7)   VALUE +0.
           05  CT-TERM-CLOSED               PIC X       VALUE 'N'.
               88 TERM-IS-CLOSED                       VALUE 'Y'.
           05  CLOSED-TERM-ENTRY OCCURS 200 TIMES
                                 INDEXED BY CT-IDX.
               10  CT-TERM-CODE             PIC X(4).
               10  CT-CLOSE-DATE            PIC 9(6).
               10  CT-CERTIFIER-CODE        PIC X(4).
      *
      *  AT-RISK EARLY-WARNING RULES - DEFAULTS APPLY WHEN THE
      *  THRESHLD PARAMETER FILE IS ABSENT OR UNREADABLE, SO THE
      *  REPORT NEVER SILENTLY GOES EMPTY BECAUSE A PARM FILE WAS
           05  WS-PER-TEST-PCT              PIC 999V99   VALUE 0.
           05  WS-WEIGHTED-TOTAL            PIC S9(7)V99 VALUE 0.
      *
      *  TEST-CURVE TABLE - LOADED ONCE FROM LAB7CURVES.TXT BY
      *  180-LOAD-CURVE-TABLE.  A SCALE-TO-MEAN ROW TAKES ITS RAW
      *  MEAN FROM THE CURVE STATE FILE WHEN IT IS ON FILE (SEE
      *  183-LOAD-CURVE-STATE); OTHERWISE CV-RAW-COUNT/TOTAL/MEAN
      *  ARE FILLED BY THE PRE-SCAN IN 160-CHECK-RUN-HISTORY (SEE
      *  185-NOTE-CURVE-RAW-SCORES) BEFORE ANY RECORD IS GRADED AND
      *  THE MEAN IS SAVED BY 189-SAVE-CURVE-STATE.  THE APPLIED
      *  COUNT AND TOTALS FEED THE CURVE REPORT.
       01  CURVE-TABLE.
           05  CV-COUNT                     PIC S999     VALUE +0.
           05  CURVE-ENTRY OCCURS 100 TIMES
                                 INDEXED BY CV-IDX.
               10  CV-TERM-CODE              PIC X(4).
               10  CV-DEPT-CODE              PIC X(4).
               10  CV-CLASS-CODE             PIC X(5).
               10  CV-SECTION-CODE           PIC X(3).
               10  CV-TEST-NUMBER            PIC 9.
               10  CV-CURVE-METHOD           PIC X.
               10  CV-CURVE-VALUE            PIC 999.
               10  CV-APPROVER-CODE          PIC X(4).
               10  CV-RAW-COUNT              PIC 9(5).
               10  CV-RAW-TOTAL              PIC 9(7).
               10  CV-RAW-MEAN               PIC 9(3)V99.
      *    'F' RAW MEAN TAKEN FROM THE CURVE STATE FILE, 'N' FIGURED
      *    TONIGHT AND TO BE SAVED, SPACE NOT FIXED (NO SCORES YET,
      *    OR AN ADD-POINTS ROW, WHICH NEEDS NO MEAN).
               10  CV-MEAN-SOURCE            PIC X.
                   88 CV-MEAN-ON-FILE                     VALUE 'F'.
                   88 CV-MEAN-NEW                         VALUE 'N'.
               10  CV-APPLIED-COUNT          PIC 9(5).
               10  CV-APPLIED-RAW-TOTAL      PIC 9(7).
               10  CV-APPLIED-CURVED-TOTAL   PIC 9(7).
      *
      *  CURVE ROWS 182-ADD-CURVE-ENTRY SET ASIDE, WITH THE REASON -
      *  LISTED ON THE CURVE REPORT SO A CURVE THAT DIDN'T TAKE IS
      *  SEEN THE SAME MORNING.
       01  CURVE-REJECT-TABLE.
           05  CX-COUNT                     PIC S999     VALUE +0.
           05  CURVE-REJECT-ENTRY OCCURS 50 TIMES
                                 INDEXED BY CX-IDX.
               10  CX-ROW-IMAGE              PIC X(25).
               10  CX-REASON                 PIC X(30).
      *
       01  CURVE-WORK-FIELDS.
           05  WS-CURVE-FILE-STATUS         PIC XX       VALUE '00'.
           05  WS-CURVSTAT-FILE-STATUS      PIC XX       VALUE '00'.
           05  CV-NEW-MEAN-COUNT            PIC S999     VALUE +0.
           05  CV-TEST-SUB                  PIC 9        VALUE 0.
           05  CV-FOUND-SUB                 PIC S999     VALUE +0.
           05  CV-CLASS-WIDE-SUB            PIC S999     VALUE +0.
           05  CV-REJECT-REASON             PIC X(30)    VALUE SPACES.
           05  CV-SCAN-IS-GOOD              PIC X        VALUE 'Y'.
           05  CV-RAW-SCORE                 PIC 999      VALUE 0.
           05  CV-CURVED-WORK               PIC 9(5)     VALUE 0.
           05  CV-CURVED-SCORES.
               10  CV-CURVED-SCORE           PIC 999
                                             OCCURS 6 TIMES.
      *
      *  INSTRUCTOR ROSTER - LOADED ONCE FROM LAB7INSTRUCTORS.TXT BY
      *  280-LOAD-INSTRUCTOR-ROSTER.  WHEN LOADED, A STUDENT RECORD
      *  CARRYING AN INSTRUCTOR CODE NOT ON THE ROSTER IS REJECTED
               10  HR-CLASS-CODE             PIC X(5).
               10  HR-NAME                   PIC X(20).
               10  HR-AVERAGE                PIC S9(5)V99.
      *
      *
      *  PRIVACY-HOLD APPEARANCES FOR THE COMPLIANCE REPORT - ONE
      *  ENTRY PER HELD STUDENT PER OUTPUT THEY WOULD HAVE BEEN NAMED
      *  ON, WITH WHAT WAS DONE INSTEAD.  ADDED BY 695-NOTE-PRIVACY-
      *  APPEARANCE, PRINTED AT END OF JOB BY 1195-PRINT-PRIVACY-
      *  REPORT.  A FULL TABLE COUNTS THE OVERFLOW SO THE REPORT CAN
      *  SAY IT IS INCOMPLETE - THE MASKING ITSELF STILL HAPPENS.
       01  PRIVACY-APPEARANCE-TABLE.
           05  PA-COUNT                     PIC S999     VALUE +0.
           05  PA-OVERFLOW-COUNT            PIC S999     VALUE +0.
           05  PRIVACY-APPEARANCE-ENTRY OCCURS 300 TIMES
                                 INDEXED BY PA-IDX.
               10  PA-TERM-CODE              PIC X(4).
               10  PA-DEPT-CODE              PIC A(4).
               10  PA-CLASS-CODE             PIC X(5).
               10  PA-SECTION-CODE           PIC X(3).
               10  PA-STUDENT-ID             PIC X(9).
               10  PA-NAME                   PIC X(20).
               10  PA-HOLD-START-DATE        PIC 9(6).
               10  PA-OUTPUT                 PIC X(8).
               10  PA-TREATMENT              PIC X(30).
      *
       01  PRIVACY-WORK-FIELDS.
           05  PW-RUN-DATE                  PIC 9(6)     VALUE 0.
           05  PW-OUTPUT                    PIC X(8)     VALUE SPACES.
           05  PW-TREATMENT                 PIC X(30)    VALUE SPACES.
           05  PW-HELD-COUNT                PIC S9(5)    VALUE +0.
           05  PW-MASKED-COUNT              PIC S9(5)    VALUE +0.
           05  PW-OMITTED-COUNT             PIC S9(5)    VALUE +0.
           05  PW-UNNAMED-COUNT             PIC S9(5)    VALUE +0.
           05  PW-UNCHECKED-COUNT           PIC S9(5)    VALUE +0.
      *
       01  HOLD-FIELDS.
      *  CODE HOLD FIELDS FOR THE CONTROL BREAKS HERE

           05  DL-GRADE                    PIC X.

      *
      *  DEPARTMENT COPY OF A DETAIL LINE FOR A STUDENT UNDER A
      *  PRIVACY HOLD - SAME LINE WITH THE NAME COLUMN OVERLAID BY
      *  THE STUDENT ID.  SEE 692-MASK-HELD-DETAIL-LINE.
       01  MASKED-DETAIL-LINE.
           05                              PIC X(12).
           05  MDL-NAME                    PIC X(20).
           05                              PIC X(51).

      *
      *  CSV EXPORT OF THE SAME DETAIL LINE - NAME, UP TO 6 SCORES,
      *  GRADE - FOR THE REGISTRAR'S OFFICE.  USED ONLY WHEN CSV-MODE.
           05  HRL-NAME                    PIC X(20).
           05                              PIC X(3) VALUE SPACES.
           05  HRL-AVERAGE                 PIC ZZ9.99.
      *
       01  HEADING-CURVES-1.
           05                              PIC X(25) VALUE
                                           'TEST CURVE REPORT'.
           05                              PIC X(10) VALUE
                                           'RUN DATE:'.
           05  HCV-DATE.
               10  HCV-MONTH               PIC Z9.
               10                          PIC X    VALUE '/'.
               10  HCV-DAY                 PIC 99.
               10                          PIC X    VALUE '/'.
               10  HCV-YEAR                PIC 99.
      *
       01  HEADING-CURVES-2.
           05                              PIC X(1) VALUE SPACES.
           05                              PIC X(6) VALUE 'TERM'.
           05                              PIC X(6) VALUE 'DEPT'.
           05                              PIC X(7) VALUE 'CLASS'.
           05                              PIC X(5) VALUE 'SEC'.
           05                              PIC X(5) VALUE 'TEST'.
           05                              PIC X(15) VALUE 'METHOD'.
           05                              PIC X(6) VALUE 'VALUE'.
           05                              PIC X(6) VALUE 'APPR'.
           05                              PIC X(10) VALUE
                                           ' STUDENTS'.
           05                              PIC X(10) VALUE
                                           'RAW MEAN'.
           05                              PIC X(11) VALUE
                                           'CURVED MEAN'.
           05                              PIC X(11) VALUE
                                           '  MEAN USED'.
      *
       01  CURVE-DETAIL-LINE.
           05                              PIC X(1) VALUE SPACES.
           05  CRL-TERM-CODE               PIC X(4).
           05                              PIC X(2) VALUE SPACES.
           05  CRL-DEPT-CODE               PIC X(4).
           05                              PIC X(2) VALUE SPACES.
           05  CRL-CLASS-CODE              PIC X(5).
           05                              PIC X(2) VALUE SPACES.
           05  CRL-SECTION-CODE            PIC X(3).
           05                              PIC X(3) VALUE SPACES.
           05  CRL-TEST-NUMBER             PIC 9.
           05                              PIC X(3) VALUE SPACES.
           05  CRL-METHOD                  PIC X(14).
           05                              PIC X(1) VALUE SPACES.
           05  CRL-CURVE-VALUE             PIC ZZ9.
           05                              PIC X(3) VALUE SPACES.
           05  CRL-APPROVER-CODE           PIC X(4).
           05                              PIC X(4) VALUE SPACES.
           05  CRL-STUDENT-COUNT           PIC ZZ,ZZ9.
           05                              PIC X(4) VALUE SPACES.
           05  CRL-RAW-MEAN                PIC ZZ9.99.
           05                              PIC X(6) VALUE SPACES.
           05  CRL-CURVED-MEAN             PIC ZZ9.99.
           05                              PIC X(7) VALUE SPACES.
           05  CRL-MEAN-USED               PIC ZZ9.99.
           05  CRL-MEAN-USED-X REDEFINES CRL-MEAN-USED
                                           PIC X(6).
      *
       01  CURVE-NONE-LINE.
           05                              PIC X(5) VALUE SPACES.
           05                              PIC X(30) VALUE
                                 'NO CURVES IN FORCE THIS RUN'.
      *
       01  CURVE-RESTART-LINE.
           05                              PIC X(5) VALUE SPACES.
           05                              PIC X(34) VALUE
                                 'RESTARTED RUN - STUDENT COUNTS AND'.
           05                              PIC X(35) VALUE
                                 ' MEANS COVER ONLY RECORDS PROCESSED'.
           05                              PIC X(21) VALUE
                                           ' AFTER THE CHECKPOINT'.
      *
       01  HEADING-CURVE-REJECTS.
           05                              PIC X(1) VALUE SPACES.
           05                              PIC X(40) VALUE
                               'CURVE ROWS NOT APPLIED - ROW / REASON:'.
      *
       01  CURVE-REJECT-LINE.
           05                              PIC X(5) VALUE SPACES.
           05  CXL-ROW-IMAGE               PIC X(25).
           05                              PIC X(3) VALUE SPACES.
           05  CXL-REASON                  PIC X(30).
      *
       01  CURVE-BLANK-LINE                PIC X(100) VALUE SPACES.
      *
       01  HEADING-PRIVACY-1.
           05                              PIC X(35) VALUE
                                 'PRIVACY HOLD COMPLIANCE REPORT'.
           05                              PIC X(10) VALUE
                                           'RUN DATE:'.
           05  HPV-DATE.
               10  HPV-MONTH               PIC Z9.
               10                          PIC X    VALUE '/'.
               10  HPV-DAY                 PIC 99.
               10                          PIC X    VALUE '/'.
               10  HPV-YEAR                PIC 99.
      *
       01  HEADING-PRIVACY-2.
           05                              PIC X(1) VALUE SPACES.
           05                              PIC X(6) VALUE 'TERM'.
           05                              PIC X(6) VALUE 'DEPT'.
           05                              PIC X(7) VALUE 'CLASS'.
           05                              PIC X(5) VALUE 'SEC'.
           05                              PIC X(11) VALUE 'STUDENT ID'.
           05                              PIC X(22) VALUE 'NAME'.
           05                              PIC X(8) VALUE 'HOLD'.
           05                              PIC X(10) VALUE 'OUTPUT'.
           05                              PIC X(30) VALUE 'TREATMENT'.
      *
       01  PRIVACY-DETAIL-LINE.
           05                              PIC X(1) VALUE SPACES.
           05  PDL-TERM-CODE               PIC X(4).
           05                              PIC X(2) VALUE SPACES.
           05  PDL-DEPT-CODE               PIC X(4).
           05                              PIC X(2) VALUE SPACES.
           05  PDL-CLASS-CODE              PIC X(5).
           05                              PIC X(2) VALUE SPACES.
           05  PDL-SECTION-CODE            PIC X(3).
           05                              PIC X(2) VALUE SPACES.
           05  PDL-STUDENT-ID              PIC X(9).
           05                              PIC X(2) VALUE SPACES.
           05  PDL-NAME                    PIC X(20).
           05                              PIC X(2) VALUE SPACES.
           05  PDL-HOLD-START-DATE         PIC 9(6).
           05                              PIC X(2) VALUE SPACES.
           05  PDL-OUTPUT                  PIC X(8).
           05                              PIC X(2) VALUE SPACES.
           05  PDL-TREATMENT               PIC X(30).
      *
       01  PRIVACY-NONE-LINE.
           05                              PIC X(5) VALUE SPACES.
           05                              PIC X(46) VALUE
                     'NO HELD STUDENT APPEARED ON ANY OUTPUT TONIGHT'.
      *
       01  PRIVACY-RESTART-LINE.
           05                              PIC X(5) VALUE SPACES.
           05                              PIC X(34) VALUE
                                 'RESTARTED RUN - APPEARANCES BEFORE'.
           05                              PIC X(35) VALUE
                                 ' THE CHECKPOINT ARE NOT LISTED HERE'.
      *
       01  PRIVACY-TOTALS-LINE.
           05                              PIC X(5) VALUE SPACES.
           05                              PIC X(18) VALUE
                                           'HELD ENROLLMENTS: '.
           05  PTL-HELD-COUNT              PIC ZZ,ZZ9.
           05                              PIC X(10) VALUE
                                           '  MASKED: '.
           05  PTL-MASKED-COUNT            PIC ZZ,ZZ9.
           05                              PIC X(11) VALUE
                                           '  OMITTED: '.
           05  PTL-OMITTED-COUNT           PIC ZZ,ZZ9.
           05                              PIC X(14) VALUE
                                           '  NOT NAMED: '.
           05  PTL-UNNAMED-COUNT           PIC ZZ,ZZ9.
      *
       01  PRIVACY-UNCHECKED-LINE.
           05                              PIC X(5) VALUE SPACES.
           05  PUL-UNCHECKED-COUNT         PIC ZZ,ZZ9.
           05                              PIC X(35) VALUE
                                 ' STUDENT(S) WITH NO ID COULD NOT BE'.
           05                              PIC X(19) VALUE
                                           ' CHECKED FOR A HOLD'.
      *
       01  PRIVACY-INTERNAL-LINE.
           05                              PIC X(5) VALUE SPACES.
           05                              PIC X(32) VALUE
                                 'INTERNAL FILES KEEP FULL NAMES: '.
           05                              PIC X(46) VALUE
               'LAB8OUT (PRINT MODE), RESULTS, RESARCH, ATRISK'.
      *
       01  PRIVACY-BLANK-LINE              PIC X(110) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       160-CHECK-RUN-HISTORY.
           PERFORM 165-LOAD-RUN-HISTORY

      *  THE SAME PASS TOTALS THE RAW SCORES OF EVERY CURVED TEST -
      *  A SCALE-TO-MEAN CURVE APPLIED FOR THE FIRST TIME NEEDS THE
      *  TEST'S WHOLE RAW MEAN BEFORE THE FIRST STUDENT IN THE CLASS
      *  IS GRADED (A MEAN ALREADY ON FILE IS NOT REFIGURED).
           PERFORM 180-LOAD-CURVE-TABLE
           PERFORM 175-LOAD-CLOSED-TERMS
      *  THE ROSTER AND THE REGISTRAR MASTER ARE NEEDED THIS EARLY
      *  SO THE RAW TOTALS LEAVE OUT THE SAME RECORDS 400-READ-
      *  STUDENT-FILE WILL (SEE 185-NOTE-CURVE-RAW-SCORES).
           PERFORM 275-OPEN-REGISTRAR-MASTER
           PERFORM 280-LOAD-INSTRUCTOR-ROSTER

           OPEN INPUT STUDENT-FILE
           MOVE ' ' TO EOF-FLAG
           PERFORM UNTIL NO-MORE-DATA
                 AT END
                    MOVE 'N' TO EOF-FLAG
                 NOT AT END
                    PERFORM 177-CHECK-TERM-CLOSED
                    IF TERM-IS-CLOSED
                       ADD 1 TO CT-RECORD-COUNT
                    ELSE
                       PERFORM 170-NOTE-TERM-SEEN
                       IF CV-COUNT > 0
                          PERFORM 185-NOTE-CURVE-RAW-SCORES
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE STUDENT-FILE
           MOVE ' ' TO EOF-FLAG
           PERFORM 187-FIGURE-CURVE-RAW-MEANS

      *  A RECORD FOR A TERM THE REGISTRAR HAS CLOSED IS NEVER
      *  GRADED, FORCE OR NOT - FORCE OVERRIDES THE DUPLICATE-RUN
      *  GUARD, NOT THE CERTIFICATION.  BUT IT DOES NOT STOP THE
      *  RUN EITHER: A LATE EXTRACT RECORD, OR AN INCOMPLETE OR
      *  REJECT LEFT IN SUSPENSE/REJFILE WHEN THE REGISTRAR CLOSED
      *  THE TERM OVER IT WITH FORCE (LAB7TERMCLOSE OTHERWISE
      *  REFUSES), WOULD REFUSE EVERY NIGHT AFTER IT, AND THE OPEN
      *  TERMS WOULD NEVER GRADE.  SUCH A RECORD IS KEPT OUT OF THE
      *  TERMS SEEN (SO THE GUARD BELOW NEVER SEES THE CLOSED TERM)
      *  AND REJECTED BY 650-VALIDATE-STUDENT-RECORD WITH CODE TCL.
      *  IT CYCLES BACK THROUGH REJFIX AND IS COUNTED AS REJECTED
      *  EACH NIGHT UNTIL A LAB7REJFIX DROP TRANSACTION TAKES IT
      *  OUT (AUDITED, WITH ITS IMAGE, ON REJRPT); ANY GRADE IT
      *  SHOULD HAVE HAD IS POSTED BY HAND.
           IF CT-RECORD-COUNT > 0
              DISPLAY 'LAB7MULTIBREAK: ' CT-RECORD-COUNT
                      ' RECORD(S) FOR A CLOSED TERM WILL BE'
                      ' REJECTED (TCL).  DROP THEM THROUGH'
                      ' LAB7REJFIX.'
           END-IF

           IF NOT FORCE-RUN
              PERFORM VARYING TSN-IDX FROM 1 BY 1
                 END-PERFORM
              END-PERFORM
           END-IF

           IF CV-NEW-MEAN-COUNT > 0
              PERFORM 189-SAVE-CURVE-STATE
           END-IF
       .

      *
           END-IF
       .

      *
       175-LOAD-CLOSED-TERMS.
      *  SAME OPTIONAL-FILE HANDLING AS 165-LOAD-RUN-HISTORY - STATUS
      *  '05' (NO TERM EVER CLOSED) JUST HITS AT END ON THE FIRST
      *  READ.  ONLY CLOSE RECORDS ('C') ARE TABLED.
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
                          MOVE TC-TERM-CODE  TO CT-TERM-CODE(CT-IDX)
                          MOVE TC-CLOSE-DATE TO CT-CLOSE-DATE(CT-IDX)
                          MOVE TC-CERTIFIER-CODE TO
                               CT-CERTIFIER-CODE(CT-IDX)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TERM-CONTROL-FILE
           END-IF
       .

      *
       177-CHECK-TERM-CLOSED.
      *  IS THE CURRENT RECORD'S TERM ON THE CLOSED-TERMS TABLE?
           MOVE 'N' TO CT-TERM-CLOSED
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > CT-COUNT OR TERM-IS-CLOSED
              IF CT-TERM-CODE(CT-IDX) = SR-TERM-CODE
                 MOVE 'Y' TO CT-TERM-CLOSED
              END-IF
           END-PERFORM
       .

      *
       180-LOAD-CURVE-TABLE.
      *  LAB7CURVES.TXT IS OPTIONAL - IF IT ISN'T THERE CV-COUNT
      *  STAYS ZERO AND NO TEST IS CURVED.  SAME LOAD SHAPE AS
      *  250-LOAD-WEIGHT-TABLE.  LOADED HERE, AHEAD OF THE OTHER
      *  TABLES, BECAUSE THE PRE-SCAN IN 160-CHECK-RUN-HISTORY
      *  NEEDS IT TO TOTAL EACH CURVED TEST'S RAW SCORES.
           OPEN INPUT CURVE-TABLE-FILE

           IF WS-CURVE-FILE-STATUS = '00'
              PERFORM UNTIL WS-CURVE-FILE-STATUS NOT = '00'
                 READ CURVE-TABLE-FILE
                    AT END
                       MOVE '10' TO WS-CURVE-FILE-STATUS
                    NOT AT END
                       IF CURVE-TABLE-IMAGE NOT = SPACES
                          PERFORM 182-ADD-CURVE-ENTRY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CURVE-TABLE-FILE
           END-IF

           IF CV-COUNT > 0
              PERFORM 183-LOAD-CURVE-STATE
           END-IF
       .

      *
       182-ADD-CURVE-ENTRY.
      *  A ROW THAT FAILS ANY CHECK IS SET ASIDE FOR THE CURVE
      *  REPORT, NOT APPLIED - A CURVE NOBODY APPROVED, OR ONE AIMED
      *  AT A TEST THAT CAN'T EXIST, MUST NOT MOVE ANYONE'S GRADE.
      *  A SECOND ROW FOR THE SAME TERM/DEPT/CLASS/SECTION/TEST IS
      *  SET ASIDE TOO, SO THE FIRST ROW ON FILE IS THE ONE IN FORCE.
      *  LAB7TRANSCRIPT AND LAB7GRDCHG APPLY THE SAME CHECKS.
           MOVE SPACES TO CV-REJECT-REASON

           EVALUATE TRUE
             WHEN CVR-TERM-CODE = SPACES
               OR CVR-DEPT-CODE = SPACES
               OR CVR-CLASS-CODE = SPACES
                MOVE 'TERM/DEPT/CLASS MISSING' TO CV-REJECT-REASON
             WHEN CVR-TEST-NUMBER NOT NUMERIC
               OR CVR-TEST-NUMBER < 1
               OR CVR-TEST-NUMBER > 6
                MOVE 'TEST NUMBER NOT 1-6' TO CV-REJECT-REASON
             WHEN NOT CVR-ADD-POINTS
              AND NOT CVR-SCALE-TO-MEAN
                MOVE 'METHOD NOT A OR S' TO CV-REJECT-REASON
             WHEN CVR-CURVE-VALUE NOT NUMERIC
               OR CVR-CURVE-VALUE < 1
               OR CVR-CURVE-VALUE > 100
                MOVE 'CURVE VALUE NOT 1-100' TO CV-REJECT-REASON
             WHEN CVR-APPROVER-CODE = SPACES
                MOVE 'NO APPROVER CODE' TO CV-REJECT-REASON
             WHEN CV-COUNT NOT < 100
                MOVE 'CURVE TABLE FULL' TO CV-REJECT-REASON
           END-EVALUATE

           IF CV-REJECT-REASON = SPACES
              PERFORM VARYING CV-IDX FROM 1 BY 1
                      UNTIL CV-IDX > CV-COUNT
                 IF CV-TERM-CODE(CV-IDX)    = CVR-TERM-CODE
                    AND CV-DEPT-CODE(CV-IDX)    = CVR-DEPT-CODE
                    AND CV-CLASS-CODE(CV-IDX)   = CVR-CLASS-CODE
                    AND CV-SECTION-CODE(CV-IDX) = CVR-SECTION-CODE
                    AND CV-TEST-NUMBER(CV-IDX)  = CVR-TEST-NUMBER
                    MOVE 'DUPLICATE OF AN EARLIER ROW'
                         TO CV-REJECT-REASON
                 END-IF
              END-PERFORM
           END-IF

           IF CV-REJECT-REASON = SPACES
              ADD 1 TO CV-COUNT
              SET CV-IDX TO CV-COUNT
              MOVE CVR-TERM-CODE     TO CV-TERM-CODE(CV-IDX)
              MOVE CVR-DEPT-CODE     TO CV-DEPT-CODE(CV-IDX)
              MOVE CVR-CLASS-CODE    TO CV-CLASS-CODE(CV-IDX)
              MOVE CVR-SECTION-CODE  TO CV-SECTION-CODE(CV-IDX)
              MOVE CVR-TEST-NUMBER   TO CV-TEST-NUMBER(CV-IDX)
              MOVE CVR-CURVE-METHOD  TO CV-CURVE-METHOD(CV-IDX)
              MOVE CVR-CURVE-VALUE   TO CV-CURVE-VALUE(CV-IDX)
              MOVE CVR-APPROVER-CODE TO CV-APPROVER-CODE(CV-IDX)
              MOVE ZEROS TO CV-RAW-COUNT(CV-IDX)
                            CV-RAW-TOTAL(CV-IDX)
                            CV-RAW-MEAN(CV-IDX)
                            CV-APPLIED-COUNT(CV-IDX)
                            CV-APPLIED-RAW-TOTAL(CV-IDX)
                            CV-APPLIED-CURVED-TOTAL(CV-IDX)
              MOVE SPACE TO CV-MEAN-SOURCE(CV-IDX)
           ELSE
      *  BEYOND 50 SET-ASIDE ROWS THE EXTRAS GO UNLISTED - THEY ARE
      *  STILL NOT APPLIED.
              IF CX-COUNT < 50
                 ADD 1 TO CX-COUNT
                 SET CX-IDX TO CX-COUNT
                 MOVE CVI-KEY-AND-RULE TO CX-ROW-IMAGE(CX-IDX)
                 MOVE CV-REJECT-REASON TO CX-REASON(CX-IDX)
              END-IF
           END-IF
       .

      *
       183-LOAD-CURVE-STATE.
      *  A SCALE-TO-MEAN ROW WITH ITS MEAN ON FILE SCALES BY THAT
      *  MEAN FROM NOW ON, WHATEVER TONIGHT'S RECORDS AVERAGE.  SAME
      *  OPTIONAL-FILE HANDLING AS 175-LOAD-CLOSED-TERMS.  A KEY ON
      *  FILE TWICE KEEPS THE FIRST (EARLIEST) MEAN.
           OPEN INPUT CURVE-STATE-FILE

           IF WS-CURVSTAT-FILE-STATUS = '00' OR '05'
              MOVE '00' TO WS-CURVSTAT-FILE-STATUS
              PERFORM UNTIL WS-CURVSTAT-FILE-STATUS NOT = '00'
                 READ CURVE-STATE-FILE
                    AT END
                       MOVE '10' TO WS-CURVSTAT-FILE-STATUS
                    NOT AT END
                       PERFORM VARYING CV-IDX FROM 1 BY 1
                               UNTIL CV-IDX > CV-COUNT
                          IF CV-TERM-CODE(CV-IDX)    = CS-TERM-CODE
                          AND CV-DEPT-CODE(CV-IDX)    = CS-DEPT-CODE
                          AND CV-CLASS-CODE(CV-IDX)   = CS-CLASS-CODE
                          AND CV-SECTION-CODE(CV-IDX) = CS-SECTION-CODE
                          AND CV-TEST-NUMBER(CV-IDX)  = CS-TEST-NUMBER
                          AND CV-CURVE-METHOD(CV-IDX) = 'S'
                          AND NOT CV-MEAN-ON-FILE(CV-IDX)
                          AND CS-RAW-MEAN NUMERIC
                             MOVE CS-RAW-MEAN  TO CV-RAW-MEAN(CV-IDX)
                             MOVE 'F'          TO CV-MEAN-SOURCE(CV-IDX)
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE CURVE-STATE-FILE
           END-IF
       .

      *
       185-NOTE-CURVE-RAW-SCORES.
      *  ADDS THIS RECORD'S SCORES TO THE RAW TOTALS OF THE CURVE
      *  ROWS THAT WILL CURVE THEM.  ONLY A RECORD THAT WILL BE
      *  GRADED ON ITS SCORES COUNTS - A BLANK KEY, A BAD TEST
      *  COUNT, A NON-NUMERIC (INC) OR OUT-OF-RANGE SCORE, OR AN
      *  INSTRUCTOR CODE NOT ON THE ROSTER KEEPS THE WHOLE RECORD
      *  OUT, THE SAME AS 650-VALIDATE-STUDENT-RECORD KEEPS IT OUT
      *  OF THE AVERAGES (A CLOSED TERM NEVER GETS HERE - SEE 160-
      *  CHECK-RUN-HISTORY).  SO DOES AN OFFICIAL WITHDRAWAL ON
      *  THE REGISTRAR MASTER, WHICH POSTS A W INSTEAD OF A GRADE
      *  (SEE 670-CHECK-REGISTRAR-MASTER).  THE TEST COUNT IS
      *  CHECKED FIRST SINCE IT DRIVES THE OCCURS DEPENDING ON.
           MOVE 'Y' TO CV-SCAN-IS-GOOD

           IF SR-TERM-CODE = SPACES
              OR SR-DEPT-CODE = SPACES
              OR SR-CLASS-CODE = SPACES
              OR SR-TEST-COUNT NOT NUMERIC
              MOVE 'N' TO CV-SCAN-IS-GOOD
           ELSE
              IF SR-TEST-COUNT < 1 OR SR-TEST-COUNT > 6
                 MOVE 'N' TO CV-SCAN-IS-GOOD
              END-IF
           END-IF

           IF CV-SCAN-IS-GOOD = 'Y'
              PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > SR-TEST-COUNT
                 IF SR-TEST-IN(SUB) NOT NUMERIC
                    MOVE 'N' TO CV-SCAN-IS-GOOD
                 ELSE
                    IF SR-TEST-IN(SUB) > 100
                       MOVE 'N' TO CV-SCAN-IS-GOOD
                    END-IF
                 END-IF
              END-PERFORM
           END-IF

      *  SR-INSTRUCTOR-CODE TRAILS THE OCCURS DEPENDING ON ARRAY -
      *  ONLY SAFE ONCE THE TEST COUNT HAS PASSED.  SAME RULE AS
      *  650: A BLANK CODE, OR NO ROSTER LOADED, IS ACCEPTED.
           IF CV-SCAN-IS-GOOD = 'Y'
              AND IR-COUNT > 0 AND SR-INSTRUCTOR-CODE NOT = SPACES
              MOVE 'N' TO WS-INSTRUCTOR-FOUND
              PERFORM VARYING IR-IDX FROM 1 BY 1
                      UNTIL IR-IDX > IR-COUNT
                 IF IR-INSTRUCTOR-CODE(IR-IDX) = SR-INSTRUCTOR-CODE
                    MOVE 'Y' TO WS-INSTRUCTOR-FOUND
                 END-IF
              END-PERFORM
              IF WS-INSTRUCTOR-FOUND = 'N'
                 MOVE 'N' TO CV-SCAN-IS-GOOD
              END-IF
           END-IF

      *  WITH NORECON NOBODY IS WITHDRAWN, SAME AS 670.
           IF CV-SCAN-IS-GOOD = 'Y' AND RECON-REQUESTED
              MOVE SR-DEPT-CODE  TO RMR-DEPT-CODE
              MOVE SR-CLASS-CODE TO RMR-CLASS-CODE
              MOVE SR-NAME       TO RMR-NAME
              READ REGISTRAR-MASTER-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF RMR-ENROLL-STATUS = 'W'
                       MOVE 'N' TO CV-SCAN-IS-GOOD
                    END-IF
              END-READ
           END-IF

           IF CV-SCAN-IS-GOOD = 'Y'
              PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > SR-TEST-COUNT
                 MOVE SUB TO CV-TEST-SUB
                 PERFORM 190-FIND-CURVE-ROW
                 IF CV-FOUND-SUB > 0
                    SET CV-IDX TO CV-FOUND-SUB
                    ADD 1 TO CV-RAW-COUNT(CV-IDX)
                    ADD SR-TEST-IN(SUB) TO CV-RAW-TOTAL(CV-IDX)
                 END-IF
              END-PERFORM
           END-IF
       .

      *
       187-FIGURE-CURVE-RAW-MEANS.
      *  ONLY A SCALE-TO-MEAN ROW WITHOUT A MEAN ON FILE IS FIGURED
      *  - THIS IS THE FIRST NIGHT IT IS APPLIED, AND THE MEAN IT
      *  GETS NOW IS THE ONE IT KEEPS (SEE 189-SAVE-CURVE-STATE).
      *  A ROW THAT MATCHED NO GRADABLE SCORE KEEPS A ZERO RAW MEAN,
      *  WHICH 717-CURVE-ONE-SCORE TREATS AS NOTHING TO SCALE, AND
      *  IS FIGURED ON THE FIRST NIGHT IT DOES MATCH ONE.
           PERFORM VARYING CV-IDX FROM 1 BY 1 UNTIL CV-IDX > CV-COUNT
              IF CV-CURVE-METHOD(CV-IDX) = 'S'
                 AND NOT CV-MEAN-ON-FILE(CV-IDX)
                 AND CV-RAW-COUNT(CV-IDX) > 0
                 DIVIDE CV-RAW-TOTAL(CV-IDX) BY CV-RAW-COUNT(CV-IDX)
                        GIVING CV-RAW-MEAN(CV-IDX) ROUNDED
                 MOVE 'N' TO CV-MEAN-SOURCE(CV-IDX)
                 ADD 1 TO CV-NEW-MEAN-COUNT
              END-IF
           END-PERFORM
       .

      *
       189-SAVE-CURVE-STATE.
      *  APPEND EVERY MEAN FIGURED TONIGHT.  ONLY REACHED ONCE THE
      *  DUPLICATE-RUN GUARD HAS PASSED, SO A REFUSED RUN FIXES NO
      *  MEAN; A RESTART FINDS THE MEAN ALREADY ON FILE AND SCALES
      *  BY IT.  A MEAN THAT CANNOT BE SAVED STOPS THE RUN BEFORE
      *  ANY GRADE IS ISSUED ON IT - LAB7TRANSCRIPT AND LAB7GRDCHG
      *  WOULD NOT BE ABLE TO REPRODUCE THE CURVE.  THE RUN DATE
      *  IS TAKEN HERE; 200-HSKPING-ROUTINE HAS NOT RUN YET.
           ACCEPT WS-CURRENT-DATE FROM DATE
           OPEN EXTEND CURVE-STATE-FILE
           IF WS-CURVSTAT-FILE-STATUS NOT = '00'
              AND WS-CURVSTAT-FILE-STATUS NOT = '05'
              DISPLAY 'LAB7MULTIBREAK: CURVE STATE FILE WILL NOT'
                      ' OPEN (STATUS ' WS-CURVSTAT-FILE-STATUS
                      ') - RUN STOPPED.'
              MOVE 12 TO RETURN-CODE
              PERFORM 1250-WRITE-OPS-LOG
              STOP RUN
           END-IF

           PERFORM VARYING CV-IDX FROM 1 BY 1 UNTIL CV-IDX > CV-COUNT
              IF CV-MEAN-NEW(CV-IDX)
                 MOVE SPACES                  TO CURVE-STATE-RECORD
                 MOVE CV-TERM-CODE(CV-IDX)    TO CS-TERM-CODE
                 MOVE CV-DEPT-CODE(CV-IDX)    TO CS-DEPT-CODE
                 MOVE CV-CLASS-CODE(CV-IDX)   TO CS-CLASS-CODE
                 MOVE CV-SECTION-CODE(CV-IDX) TO CS-SECTION-CODE
                 MOVE CV-TEST-NUMBER(CV-IDX)  TO CS-TEST-NUMBER
                 MOVE CV-RAW-MEAN(CV-IDX)     TO CS-RAW-MEAN
                 MOVE CV-RAW-COUNT(CV-IDX)    TO CS-RAW-COUNT
                 MOVE WS-CURRENT-DATE         TO CS-SET-DATE
                 WRITE CURVE-STATE-RECORD
                 IF WS-CURVSTAT-FILE-STATUS NOT = '00'
                    DISPLAY 'LAB7MULTIBREAK: CURVE STATE WRITE'
                            ' FAILED (STATUS '
                            WS-CURVSTAT-FILE-STATUS
                            ') - RUN STOPPED.'
                    MOVE 12 TO RETURN-CODE
                    PERFORM 1250-WRITE-OPS-LOG
                    STOP RUN
                 END-IF
                 MOVE 'F' TO CV-MEAN-SOURCE(CV-IDX)
              END-IF
           END-PERFORM

           CLOSE CURVE-STATE-FILE
       .

      *
       190-FIND-CURVE-ROW.
      *  THE CURVE ROW FOR TEST CV-TEST-SUB OF THE CURRENT RECORD'S
      *  TERM/DEPT/CLASS/SECTION, OR ZERO IN CV-FOUND-SUB IF THE TEST
      *  ISN'T CURVED.  A ROW FOR THE RECORD'S OWN SECTION WINS OVER
      *  THE CLASS-WIDE (BLANK-SECTION) ROW.
           MOVE ZEROS TO CV-FOUND-SUB
           MOVE ZEROS TO CV-CLASS-WIDE-SUB

           PERFORM VARYING CV-IDX FROM 1 BY 1 UNTIL CV-IDX > CV-COUNT
              IF CV-TERM-CODE(CV-IDX) = SR-TERM-CODE
                 AND CV-DEPT-CODE(CV-IDX) = SR-DEPT-CODE
                 AND CV-CLASS-CODE(CV-IDX) = SR-CLASS-CODE
                 AND CV-TEST-NUMBER(CV-IDX) = CV-TEST-SUB
                 IF CV-SECTION-CODE(CV-IDX) = SPACES
                    SET CV-CLASS-WIDE-SUB TO CV-IDX
                 ELSE
                    IF CV-SECTION-CODE(CV-IDX) = SR-SECTION-CODE
                       SET CV-FOUND-SUB TO CV-IDX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF CV-FOUND-SUB = 0
              MOVE CV-CLASS-WIDE-SUB TO CV-FOUND-SUB
           END-IF
       .

       200-HSKPING-ROUTINE.
           IF RESTART-MODE
              PERFORM 225-RESTART-FROM-CHECKPOINT

           PERFORM 250-LOAD-WEIGHT-TABLE
           PERFORM 255-LOAD-GRADE-SCALE-TABLE
      *  275-OPEN-REGISTRAR-MASTER AND 280-LOAD-INSTRUCTOR-ROSTER
      *  ALREADY RAN FOR THE PRE-SCAN IN 160-CHECK-RUN-HISTORY.
           PERFORM 277-OPEN-STUDENT-MASTER
           PERFORM 285-LOAD-THRESHOLDS

      *  THE AT-RISK HEADINGS WAIT UNTIL THE THRESHOLDS ARE KNOWN
                EXTEND RESULTS-ARCHIVE-FILE

           ACCEPT WS-CURRENT-DATE FROM DATE
      *  A PRIVACY HOLD IS JUDGED AGAINST TONIGHT'S RUN DATE - SEE
      *  690-CHECK-PRIVACY-HOLD.
           MOVE WS-CURRENT-DATE TO PW-RUN-DATE

           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
                    MOVE CPR-CLASS-HOLD     TO CLASS-HOLD
                    MOVE CPR-SECTION-HOLD   TO SECTION-HOLD
                    MOVE CPR-TOTAL-REJECTED TO WS-TOTAL-REJECTED-COUNT
                    IF CPR-TOTAL-SUSPENDED NUMERIC
                       AND CPR-TOTAL-GRADED NUMERIC
                       AND CPR-TOTAL-WITHDRAWN NUMERIC
                       MOVE CPR-TOTAL-SUSPENDED TO
                            WS-TOTAL-SUSPENDED-COUNT
                       MOVE CPR-TOTAL-GRADED    TO
                            WS-TOTAL-GRADED-COUNT
                       MOVE CPR-TOTAL-WITHDRAWN TO
                            WS-TOTAL-WITHDRAWN-COUNT
                    END-IF
                    PERFORM 230-RESTORE-DEPT-FILES-TABLE
              END-READ
              CLOSE CHECKPOINT-FILE
           END-IF
       .

       277-OPEN-STUDENT-MASTER.
      *  OPEN FOR KEYED READS ALL RUN (SEE 690-CHECK-PRIVACY-HOLD).
      *  UNLIKE THE REGISTRAR MASTER THERE IS NO PARM TO RUN WITHOUT
      *  IT - A RUN THAT CANNOT SEE THE HOLDS WOULD PUT HELD
      *  STUDENTS' NAMES ON THE DEPARTMENT FILES AND THE HONOR ROLL.
           OPEN INPUT STUDENT-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = '00'
              DISPLAY 'LAB7MULTIBREAK: CANNOT OPEN STUDENT MASTER,'
                      ' FILE STATUS ' WS-MASTER-FILE-STATUS
                      ' - RUN STOPPED.  PRIVACY HOLDS CANNOT BE'
                      ' HONORED WITHOUT IT.'
              MOVE 12 TO RETURN-CODE
              PERFORM 1250-WRITE-OPS-LOG
              STOP RUN
           END-IF
       .

       280-LOAD-INSTRUCTOR-ROSTER.
      *  LAB7INSTRUCTORS.TXT IS OPTIONAL - IF IT ISN'T THERE
      *  IR-COUNT STAYS ZERO, INSTRUCTOR CODES GO UNVALIDATED, AND
      *  DISCREPANCY LIST: AN OFFICIAL WITHDRAWAL POSTS A W
      *  INSTEAD OF GRADING ON PARTIAL SCORES.
                             PERFORM 670-CHECK-REGISTRAR-MASTER
                             PERFORM 690-CHECK-PRIVACY-HOLD
                             IF STUDENT-WITHDREW
                                PERFORM 710-PROCESS-WITHDRAWN-STUDENT
                             ELSE
           MOVE CLASS-HOLD              TO CPR-CLASS-HOLD
           MOVE SECTION-HOLD            TO CPR-SECTION-HOLD
           MOVE WS-TOTAL-REJECTED-COUNT TO CPR-TOTAL-REJECTED
           MOVE WS-TOTAL-SUSPENDED-COUNT TO CPR-TOTAL-SUSPENDED
           MOVE WS-TOTAL-GRADED-COUNT    TO CPR-TOTAL-GRADED
           MOVE WS-TOTAL-WITHDRAWN-COUNT TO CPR-TOTAL-WITHDRAWN

      *  SNAPSHOT THE DEPT-FILES-TABLE SO A RESTART KNOWS WHICH
      *  SPLIT FILES THIS RUN ALREADY OPENED - SEE 230-RESTORE-
                 INTO WS-REJECT-CODES
                 WITH POINTER WS-REJECT-CODES-PTR
              END-STRING
           ELSE
      *    A CLOSED TERM - SEE 160-CHECK-RUN-HISTORY.  ONLY TESTED
      *    FOR A NON-BLANK TERM, SO TRM AND TCL NEVER BOTH APPEAR
      *    AND THE CODES STILL FIT WS-REJECT-CODES.
              PERFORM 177-CHECK-TERM-CLOSED
              IF TERM-IS-CLOSED
                 MOVE 'N' TO WS-VALID-RECORD
                 PERFORM 655-ADD-REJECT-SEPARATOR
                 STRING 'TERM CLOSED' DELIMITED BY SIZE
                    INTO WS-REJECT-REASON
                    WITH POINTER WS-REJECT-REASON-PTR
                 END-STRING
                 STRING 'TCL ' DELIMITED BY SIZE
                    INTO WS-REJECT-CODES
                    WITH POINTER WS-REJECT-CODES-PTR
                 END-STRING
              END-IF
           END-IF

           IF SR-DEPT-CODE = SPACES
          END-EVALUATE
          .

       690-CHECK-PRIVACY-HOLD.
      *  IS THIS STUDENT UNDER A PRIVACY HOLD ON THE RUN DATE?  A
      *  HELD STUDENT STAYS OFF THE HONOR ROLL AND GOES TO THE
      *  DEPARTMENT FILES AND THE CSV EXPORT BY ID ONLY; RESULTS,
      *  THE ARCHIVE AND AT-RISK ARE INTERNAL AND STAY COMPLETE.
      *  A STUDENT WITH NO ID (NOT MATCHED BY LAB7IDFIX) CANNOT BE
      *  LOOKED UP - COUNTED SO THE COMPLIANCE REPORT SAYS SO.  AN
      *  ID NOT ON THE MASTER HAS NO HOLD.
           MOVE 'N' TO WS-PRIVACY-HOLD
           IF SR-STUDENT-ID = SPACES
              ADD 1 TO PW-UNCHECKED-COUNT
           ELSE
              MOVE SR-STUDENT-ID TO SM-STUDENT-ID
              READ STUDENT-MASTER-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF SM-HOLD-ON-FILE
                       AND SM-HOLD-START-DATE NOT > PW-RUN-DATE
                       AND (SM-HOLD-RELEASE-DATE = ZERO
                            OR SM-HOLD-RELEASE-DATE > PW-RUN-DATE)
                       MOVE 'Y' TO WS-PRIVACY-HOLD
                       ADD 1 TO PW-HELD-COUNT
                    END-IF
              END-READ
           END-IF
           .

       692-MASK-HELD-DETAIL-LINE.
      *  CALLED FROM 700-/710- FOR A HELD STUDENT ONCE THE DETAIL
      *  LINE IS BUILT.  CSV MODE: THE EXPORT ITSELF GOES OUT, SO
      *  THE NAME COLUMN CARRIES THE ID.  PRINT MODE: THE COMBINED
      *  REPORT STAYS AS BUILT AND ONLY THE DEPARTMENT COPY IS
      *  MASKED (SEE 800-WRITE-A-LINE) - WITH NO DEPARTMENT FILE
      *  OPEN THE LINE GOES NOWHERE OUTSIDE THE OFFICE.
           IF CSV-MODE
              MOVE SR-STUDENT-ID   TO CDL-NAME
              MOVE CSV-DETAIL-LINE TO REPORT-LINE
              MOVE 'LAB8OUT'       TO PW-OUTPUT
              MOVE 'CSV NAME MASKED TO STUDENT ID' TO PW-TREATMENT
              PERFORM 695-NOTE-PRIVACY-APPEARANCE
              ADD 1 TO PW-MASKED-COUNT
           ELSE
              IF DEPT-FILE-IS-OPEN
                 MOVE DETAIL-LINE   TO MASKED-DETAIL-LINE
                 MOVE SR-STUDENT-ID TO MDL-NAME
                 MOVE 'Y'           TO WS-MASK-DEPT-LINE
                 MOVE WS-DEPT-ASSIGN-NAME TO PW-OUTPUT
                 MOVE 'NAME MASKED TO STUDENT ID' TO PW-TREATMENT
                 PERFORM 695-NOTE-PRIVACY-APPEARANCE
                 ADD 1 TO PW-MASKED-COUNT
              END-IF
           END-IF
           .

       695-NOTE-PRIVACY-APPEARANCE.
      *  ONE LINE FOR THE COMPLIANCE REPORT - PW-OUTPUT AND
      *  PW-TREATMENT ARE SET BY THE CALLER, THE REST COMES FROM
      *  THE STUDENT RECORD AND THE MASTER RECORD JUST READ.
           IF PA-COUNT < 300
              ADD 1 TO PA-COUNT
              SET PA-IDX TO PA-COUNT
              MOVE SR-TERM-CODE       TO PA-TERM-CODE(PA-IDX)
              MOVE SR-DEPT-CODE       TO PA-DEPT-CODE(PA-IDX)
              MOVE SR-CLASS-CODE      TO PA-CLASS-CODE(PA-IDX)
              MOVE SR-SECTION-CODE    TO PA-SECTION-CODE(PA-IDX)
              MOVE SR-STUDENT-ID      TO PA-STUDENT-ID(PA-IDX)
              MOVE SR-NAME            TO PA-NAME(PA-IDX)
              MOVE SM-HOLD-START-DATE TO PA-HOLD-START-DATE(PA-IDX)
              MOVE PW-OUTPUT          TO PA-OUTPUT(PA-IDX)
              MOVE PW-TREATMENT       TO PA-TREATMENT(PA-IDX)
           ELSE
              ADD 1 TO PA-OVERFLOW-COUNT
           END-IF
           .

       700-PROCESS-STUDENT-RECORD.
      *  GRADES AND PRINTS THE DETAIL LINE FOR A VALID STUDENT RECORD.
      *  THE CONTROL BREAK CHECK ITSELF IS IN 680-CHECK-BREAKS, WHICH
      *  730- JUST SET WS-CLASS-IS-PASS-FAIL FOR THIS CLASS - A
      *  PASS/FAIL STUDENT HAS NO GRADED AVERAGE IN THE DEAN'S-LIST
      *  SENSE AND STAYS OFF THE HONOR ROLL HOWEVER HIGH THE MARK.
      *  A STUDENT UNDER A PRIVACY HOLD IS LEFT OFF THE PUBLISHED
      *  LIST ALTOGETHER; THE OMISSION GOES ON THE COMPLIANCE REPORT.
           IF DF-TEST-AVERAGE > 89
              AND WS-CLASS-IS-PASS-FAIL = 'N'
              IF PRIVACY-HOLD-ACTIVE
                 MOVE 'HONORS' TO PW-OUTPUT
                 MOVE 'LEFT OFF HONOR ROLL' TO PW-TREATMENT
                 PERFORM 695-NOTE-PRIVACY-APPEARANCE
                 ADD 1 TO PW-OMITTED-COUNT
              ELSE
                 PERFORM 1150-ADD-HONOR-ROLL-ENTRY
              END-IF
           END-IF

      *  THE INSTRUCTOR REPORT NAMES NO STUDENTS - A HELD STUDENT IS
      *  ONLY A COUNT IN THEIR SECTION'S LINE, NOTED AS SUCH.
           IF SR-INSTRUCTOR-CODE NOT = SPACES
              PERFORM 1160-ADD-INSTRUCTOR-STATS
              IF PRIVACY-HOLD-ACTIVE
                 MOVE 'INSTRPT' TO PW-OUTPUT
                 MOVE 'COUNTED IN SECTION, NOT NAMED' TO PW-TREATMENT
                 PERFORM 695-NOTE-PRIVACY-APPEARANCE
                 ADD 1 TO PW-UNNAMED-COUNT
              END-IF
           END-IF

           PERFORM 1155-CHECK-AT-RISK
           MOVE DF-TEST-AVERAGE TO RR-AVERAGE
           MOVE DL-GRADE        TO RR-GRADE
           WRITE RESULTS-RECORD
           ADD 1 TO WS-TOTAL-GRADED-COUNT

      *  SAME RESULT INTO THE PERMANENT PER-TERM ARCHIVE, STAMPED
      *  WITH THE RUN DATE SO LAB7STANDING CAN TELL A FORCE RE-RUN'S
           ELSE
              MOVE DETAIL-LINE TO REPORT-LINE
           END-IF
           IF PRIVACY-HOLD-ACTIVE
              PERFORM 692-MASK-HELD-DETAIL-LINE
           END-IF
           PERFORM 800-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

              ADD SR-TEST-IN(SUB) TO DF-TEST-TOTAL
           END-PERFORM

           MOVE 'Y' TO WS-WITHDRAWN-STUDENT
           PERFORM 720-COMPUTE-AVERAGE
           MOVE 'N' TO WS-WITHDRAWN-STUDENT

           MOVE 'W' TO DL-GRADE

           MOVE DF-TEST-AVERAGE TO RR-AVERAGE
           MOVE DL-GRADE        TO RR-GRADE
           WRITE RESULTS-RECORD
           ADD 1 TO WS-TOTAL-WITHDRAWN-COUNT

           MOVE SR-TERM-CODE    TO RA-TERM-CODE
           MOVE SR-DEPT-CODE    TO RA-DEPT-CODE
           ELSE
              MOVE DETAIL-LINE TO REPORT-LINE
           END-IF
           IF PRIVACY-HOLD-ACTIVE
              PERFORM 692-MASK-HELD-DETAIL-LINE
           END-IF
           PERFORM 800-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           END-EVALUATE
           .

       715-APPLY-CURVES.
      *  BUILDS THE CURVED SCORE FOR EVERY TEST ON THE RECORD
      *  (CV-CURVED-SCORE) AND REDOES DF-TEST-TOTAL AND THE PRINTED
      *  SCORES FROM THEM, SO THE DETAIL LINE, THE CSV EXPORT, AND
      *  THE AVERAGE ALL SHOW THE CURVED TEST.  A TEST WITH NO CURVE
      *  ROW KEEPS ITS RAW SCORE.  SR-TEST-IN ITSELF IS NEVER
      *  CHANGED - THE SUSPENSE AND REJECT IMAGES STAY RAW, SO A
      *  CURVE CAN BE WITHDRAWN FROM LAB7CURVES.TXT AND THE TERM
      *  RE-RUN WITH FORCE CLEANLY.
           MOVE ZEROS TO DF-TEST-TOTAL

           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > SR-TEST-COUNT
              MOVE SR-TEST-IN(SUB) TO CV-RAW-SCORE
              MOVE CV-RAW-SCORE TO CV-CURVED-SCORE(SUB)
              IF CV-COUNT > 0
                 MOVE SUB TO CV-TEST-SUB
                 PERFORM 190-FIND-CURVE-ROW
                 IF CV-FOUND-SUB > 0
                    PERFORM 717-CURVE-ONE-SCORE
                 END-IF
              END-IF
              MOVE CV-CURVED-SCORE(SUB) TO TEST-OUT(SUB)
              ADD CV-CURVED-SCORE(SUB) TO DF-TEST-TOTAL
           END-PERFORM
           .

       717-CURVE-ONE-SCORE.
      *  'A' ADDS THE ROW'S POINTS.  'S' SCALES BY TARGET/RAW MEAN
      *  (THE MEAN FIXED THE FIRST NIGHT THE ROW WAS APPLIED - SEE
      *  183-LOAD-CURVE-STATE), ROUNDED TO A WHOLE POINT - BUT ONLY
      *  WHEN THE TEST'S RAW MEAN IS BELOW THE TARGET; A CURVE NEVER
      *  LOWERS A SCORE.  BOTH ARE CAPPED AT 100.  A WITHDRAWN
      *  STUDENT'S SCORES ARE CURVED FOR THE DETAIL LINE BUT, LIKE
      *  EVERYTHING ELSE ABOUT THEM, ARE NOT COUNTED (SEE 710-).
           SET CV-IDX TO CV-FOUND-SUB

           IF CV-CURVE-METHOD(CV-IDX) = 'A'
              COMPUTE CV-CURVED-WORK =
                      CV-RAW-SCORE + CV-CURVE-VALUE(CV-IDX)
           ELSE
              IF CV-RAW-MEAN(CV-IDX) > 0
                 AND CV-RAW-MEAN(CV-IDX) < CV-CURVE-VALUE(CV-IDX)
                 COMPUTE CV-CURVED-WORK ROUNDED =
                         CV-RAW-SCORE * CV-CURVE-VALUE(CV-IDX)
                         / CV-RAW-MEAN(CV-IDX)
              ELSE
                 MOVE CV-RAW-SCORE TO CV-CURVED-WORK
              END-IF
           END-IF

           IF CV-CURVED-WORK > 100
              MOVE 100 TO CV-CURVED-WORK
           END-IF
           MOVE CV-CURVED-WORK TO CV-CURVED-SCORE(SUB)

           IF NOT STUDENT-IS-WITHDRAWN
              ADD 1 TO CV-APPLIED-COUNT(CV-IDX)
              ADD CV-RAW-SCORE TO CV-APPLIED-RAW-TOTAL(CV-IDX)
              ADD CV-CURVED-SCORE(SUB)
                  TO CV-APPLIED-CURVED-TOTAL(CV-IDX)
           END-IF
           .

       720-COMPUTE-AVERAGE.
      *  CLASSES NOT IN THE WEIGHT TABLE (SEE 250-LOAD-WEIGHT-TABLE)
      *  GET THE ORIGINAL STRAIGHT ARITHMETIC MEAN.  A LISTED CLASS
      *  WEIGHTS ITS FINAL TEST (SUBSCRIPT SR-TEST-COUNT) AT
      *  WT-FINAL-WEIGHT-PCT PERCENT, WITH THE OTHER TESTS SPLITTING
      *  THE REMAINING PERCENTAGE EVENLY.  EITHER WAY THE SCORES
      *  AVERAGED ARE THE CURVED ONES - SEE 715-APPLY-CURVES.

           PERFORM 715-APPLY-CURVES

           MOVE 'N' TO WS-CLASS-IS-WEIGHTED

                 IF SUB = SR-TEST-COUNT
                    COMPUTE WS-WEIGHTED-TOTAL ROUNDED =
                            WS-WEIGHTED-TOTAL +
                            (CV-CURVED-SCORE(SUB) *
                             WS-FINAL-WEIGHT-PCT)
                 ELSE
                    COMPUTE WS-WEIGHTED-TOTAL ROUNDED =
                            WS-WEIGHTED-TOTAL +
                            (CV-CURVED-SCORE(SUB) * WS-PER-TEST-PCT)
                 END-IF
              END-PERFORM

      *  THE DEPARTMENT COPY IS WRITTEN FIRST, WHILE REPORT-LINE
      *  STILL HOLDS THE LINE - A RECORD AREA IS NOT GUARANTEED
      *  INTACT AFTER ITS OWN WRITE.
      *  A HELD STUDENT'S LINE GOES TO THE DEPARTMENT COPY MASKED -
      *  SEE 692-MASK-HELD-DETAIL-LINE.
           IF PRINT-MODE AND DEPT-FILE-IS-OPEN
              IF DEPT-LINE-MASKED
                 WRITE DEPT-REPORT-LINE FROM MASKED-DETAIL-LINE
                 MOVE 'N' TO WS-MASK-DEPT-LINE
              ELSE
                 WRITE DEPT-REPORT-LINE FROM REPORT-LINE
              END-IF
           END-IF

           IF CSV-MODE

        PERFORM 1185-PRINT-INSTRUCTOR-REPORT

        PERFORM 1180-PRINT-CURVE-REPORT

        PERFORM 1195-PRINT-PRIVACY-REPORT

        .

       1150-ADD-HONOR-ROLL-ENTRY.
         END-PERFORM
         .

       1180-PRINT-CURVE-REPORT.
      *  ONE LINE PER CURVE ROW IN FORCE - APPROVER, HOW MANY SCORES
      *  IT CURVED TONIGHT, THE RAW AND CURVED MEAN OF THOSE SCORES,
      *  AND FOR A SCALE-TO-MEAN ROW THE FIXED MEAN IT SCALED BY
      *  (183-LOAD-CURVE-STATE) - THEN ANY ROW 182-ADD-CURVE-ENTRY
      *  SET ASIDE.
      *  WRITTEN EVERY RUN, EVEN WITH NO CURVE FILE, SO THE MORNING
      *  DISTRIBUTION ALWAYS FINDS IT.
           OPEN OUTPUT CURVE-REPORT-FILE

           MOVE WS-MONTH TO HCV-MONTH
           MOVE WS-DAY   TO HCV-DAY
           MOVE WS-YEAR  TO HCV-YEAR
           WRITE CURVE-REPORT-LINE FROM HEADING-CURVES-1
           IF RESTART-MODE
              WRITE CURVE-REPORT-LINE FROM CURVE-RESTART-LINE
           END-IF
           WRITE CURVE-REPORT-LINE FROM CURVE-BLANK-LINE

           IF CV-COUNT = 0
              WRITE CURVE-REPORT-LINE FROM CURVE-NONE-LINE
           ELSE
              WRITE CURVE-REPORT-LINE FROM HEADING-CURVES-2
              PERFORM VARYING CV-IDX FROM 1 BY 1
                      UNTIL CV-IDX > CV-COUNT
                 PERFORM 1182-WRITE-CURVE-LINE
              END-PERFORM
           END-IF

           IF CX-COUNT > 0
              WRITE CURVE-REPORT-LINE FROM CURVE-BLANK-LINE
              WRITE CURVE-REPORT-LINE FROM HEADING-CURVE-REJECTS
              PERFORM VARYING CX-IDX FROM 1 BY 1
                      UNTIL CX-IDX > CX-COUNT
                 MOVE CX-ROW-IMAGE(CX-IDX) TO CXL-ROW-IMAGE
                 MOVE CX-REASON(CX-IDX)    TO CXL-REASON
                 WRITE CURVE-REPORT-LINE FROM CURVE-REJECT-LINE
              END-PERFORM
           END-IF

           CLOSE CURVE-REPORT-FILE
         .

       1182-WRITE-CURVE-LINE.
           MOVE CV-TERM-CODE(CV-IDX)     TO CRL-TERM-CODE
           MOVE CV-DEPT-CODE(CV-IDX)     TO CRL-DEPT-CODE
           MOVE CV-CLASS-CODE(CV-IDX)    TO CRL-CLASS-CODE
           IF CV-SECTION-CODE(CV-IDX) = SPACES
              MOVE 'ALL' TO CRL-SECTION-CODE
           ELSE
              MOVE CV-SECTION-CODE(CV-IDX) TO CRL-SECTION-CODE
           END-IF
           MOVE CV-TEST-NUMBER(CV-IDX)   TO CRL-TEST-NUMBER
           IF CV-CURVE-METHOD(CV-IDX) = 'A'
              MOVE 'ADD POINTS'    TO CRL-METHOD
           ELSE
              MOVE 'SCALE TO MEAN' TO CRL-METHOD
           END-IF
           MOVE CV-CURVE-VALUE(CV-IDX)   TO CRL-CURVE-VALUE
           MOVE CV-APPROVER-CODE(CV-IDX) TO CRL-APPROVER-CODE
           MOVE CV-APPLIED-COUNT(CV-IDX) TO CRL-STUDENT-COUNT

           IF CV-APPLIED-COUNT(CV-IDX) > 0
              DIVIDE CV-APPLIED-RAW-TOTAL(CV-IDX)
                     BY CV-APPLIED-COUNT(CV-IDX)
                     GIVING CRL-RAW-MEAN ROUNDED
              DIVIDE CV-APPLIED-CURVED-TOTAL(CV-IDX)
                     BY CV-APPLIED-COUNT(CV-IDX)
                     GIVING CRL-CURVED-MEAN ROUNDED
           ELSE
              MOVE ZEROS TO CRL-RAW-MEAN
              MOVE ZEROS TO CRL-CURVED-MEAN
           END-IF

           IF CV-CURVE-METHOD(CV-IDX) = 'S'
              MOVE CV-RAW-MEAN(CV-IDX) TO CRL-MEAN-USED
           ELSE
              MOVE SPACES TO CRL-MEAN-USED-X
           END-IF

           WRITE CURVE-REPORT-LINE FROM CURVE-DETAIL-LINE
           .

       1195-PRINT-PRIVACY-REPORT.
      *  THE EVIDENCE FOR A RECORDS-PRIVACY COMPLAINT - EVERY HELD
      *  STUDENT WHO WOULD HAVE BEEN NAMED ON A DISTRIBUTED OUTPUT
      *  TONIGHT, WHICH OUTPUT, AND HOW THEY WERE KEPT OFF IT.
      *  WRITTEN EVERY RUN, EVEN WITH NOBODY HELD, SO THE NIGHT'S
      *  RECORD ALWAYS EXISTS.
           OPEN OUTPUT PRIVACY-REPORT-FILE

           MOVE WS-MONTH TO HPV-MONTH
           MOVE WS-DAY   TO HPV-DAY
           MOVE WS-YEAR  TO HPV-YEAR
           WRITE PRIVACY-REPORT-LINE FROM HEADING-PRIVACY-1
           IF RESTART-MODE
              WRITE PRIVACY-REPORT-LINE FROM PRIVACY-RESTART-LINE
           END-IF
           WRITE PRIVACY-REPORT-LINE FROM PRIVACY-BLANK-LINE

           IF PA-COUNT = 0
              WRITE PRIVACY-REPORT-LINE FROM PRIVACY-NONE-LINE
           ELSE
              WRITE PRIVACY-REPORT-LINE FROM HEADING-PRIVACY-2
              PERFORM VARYING PA-IDX FROM 1 BY 1
                      UNTIL PA-IDX > PA-COUNT
                 MOVE PA-TERM-CODE(PA-IDX)    TO PDL-TERM-CODE
                 MOVE PA-DEPT-CODE(PA-IDX)    TO PDL-DEPT-CODE
                 MOVE PA-CLASS-CODE(PA-IDX)   TO PDL-CLASS-CODE
                 MOVE PA-SECTION-CODE(PA-IDX) TO PDL-SECTION-CODE
                 MOVE PA-STUDENT-ID(PA-IDX)   TO PDL-STUDENT-ID
                 MOVE PA-NAME(PA-IDX)         TO PDL-NAME
                 MOVE PA-HOLD-START-DATE(PA-IDX)
                                              TO PDL-HOLD-START-DATE
                 MOVE PA-OUTPUT(PA-IDX)       TO PDL-OUTPUT
                 MOVE PA-TREATMENT(PA-IDX)    TO PDL-TREATMENT
                 WRITE PRIVACY-REPORT-LINE FROM PRIVACY-DETAIL-LINE
              END-PERFORM
           END-IF

           IF PA-OVERFLOW-COUNT > 0
              WRITE PRIVACY-REPORT-LINE FROM PRIVACY-BLANK-LINE
              MOVE SPACES TO PRIVACY-REPORT-LINE
              STRING 'REPORT INCOMPLETE - APPEARANCE TABLE FULL; '
                     'THE OUTPUTS WERE STILL MASKED'
                 DELIMITED BY SIZE INTO PRIVACY-REPORT-LINE
              END-STRING
              WRITE PRIVACY-REPORT-LINE
           END-IF

           WRITE PRIVACY-REPORT-LINE FROM PRIVACY-BLANK-LINE
           MOVE PW-HELD-COUNT    TO PTL-HELD-COUNT
           MOVE PW-MASKED-COUNT  TO PTL-MASKED-COUNT
           MOVE PW-OMITTED-COUNT TO PTL-OMITTED-COUNT
           MOVE PW-UNNAMED-COUNT TO PTL-UNNAMED-COUNT
           WRITE PRIVACY-REPORT-LINE FROM PRIVACY-TOTALS-LINE
           IF PW-UNCHECKED-COUNT > 0
              MOVE PW-UNCHECKED-COUNT TO PUL-UNCHECKED-COUNT
              WRITE PRIVACY-REPORT-LINE FROM PRIVACY-UNCHECKED-LINE
           END-IF
           WRITE PRIVACY-REPORT-LINE FROM PRIVACY-INTERNAL-LINE

           CLOSE PRIVACY-REPORT-FILE
         .

       1200-FINAL-ROUTINE.
           CLOSE STUDENT-FILE
           IF RECON-REQUESTED
              CLOSE REGISTRAR-MASTER-FILE
           END-IF
           CLOSE STUDENT-MASTER-FILE

           PERFORM 1260-CLEAR-CHECKPOINT
           PERFORM 1270-WRITE-CONTROL-TOTALS
           PERFORM 1250-WRITE-OPS-LOG

            STOP RUN
            .

       1270-WRITE-CONTROL-TOTALS.
      *  ONE RECORD FOR LAB7BALANCE (//BALSTEP).  WRITTEN ONLY ON A
      *  RUN THAT READ THE STUDENT FILE TO END - A REFUSED OR HARD-
      *  STOPPED RUN LEAVES NO CONTROL RECORD, AND THE BALANCING
      *  STEP IS BYPASSED BY ITS COND IN THAT CASE ANYWAY.
           ACCEPT WS-CURRENT-DATE FROM DATE

           MOVE SPACES                   TO PGM-CONTROL-RECORD
           MOVE 'PGMSTEP'                TO PCR-STEP-NAME
           MOVE WS-CURRENT-DATE          TO PCR-RUN-DATE
           MOVE WS-RECORD-COUNT          TO PCR-RECORDS-READ
           MOVE WS-TOTAL-GRADED-COUNT    TO PCR-RESULTS-GRADED
           MOVE WS-TOTAL-WITHDRAWN-COUNT TO PCR-RESULTS-WITHDRAWN
           MOVE WS-TOTAL-SUSPENDED-COUNT TO PCR-RECORDS-SUSPENDED
           MOVE WS-TOTAL-REJECTED-COUNT  TO PCR-RECORDS-REJECTED

           OPEN OUTPUT CONTROL-TOTAL-FILE
           WRITE PGM-CONTROL-RECORD
           CLOSE CONTROL-TOTAL-FILE
           .

       1260-CLEAR-CHECKPOINT.
      *  THIS RUN READ STUDENT-FILE TO END OF FILE, SO THE WHOLE
      *  REPORT IS NOW COMPLETE - INVALIDATE THE CHECKPOINT SO A LATER
