       IDENTIFICATION DIVISION.
      *
      *
       PROGRAM-ID.    PROG36.
      *AUTHOR.        ERIC.
      *INSTALLATION.  WSC.
      *DATE-WRITTEN.  JUN 14,2004.
      *DATE-COMPILED. JUN 14,2004.
      *SECURITY.      NONE.
      *
      *
      * FINANCIAL AID SATISFACTORY ACADEMIC PROGRESS (SAP)
      * EVALUATION, RUN AT THE END OF EACH TERM AFTER THE GRADES
      * HAVE POSTED. IT READS THE CURRENT MASTER GENERATION END TO
      * END TOGETHER WITH THE SORTED COURSE-LEVEL HISTORY THE MERGE
      * WRITES, AND MEASURES EACH AIDED STUDENT THREE WAYS:
      *
      * A. COMPLETION RATE - CREDITS EARNED (A THROUGH D, AND
      *    TRANSFER CREDIT T) OVER CREDITS ATTEMPTED (THE EARNED
      *    GRADES PLUS F, W AND I), WHICH MUST BE AT LEAST 67
      *    PERCENT. TRANSFER CREDIT COUNTS AS BOTH ATTEMPTED AND
      *    EARNED BUT NEVER ENTERS THE GPA.
      * B. MAXIMUM TIMEFRAME - CREDITS ATTEMPTED MAY NOT PASS 150
      *    PERCENT OF THE MINIMUM CREDITS FOR THE STUDENT'S PROGRAM
      *    ON THE REQUIREMENTS FILE (PROGREQ.DAT).
      * C. CUMULATIVE GPA FROM THE MASTER'S TOTALS, WHICH MUST BE AT
      *    LEAST 2.00 - THE SAME FLOOR PROG14-4 HOLDS REGISTRATION
      *    ON.
      *
      * THE COURSE ROWS ARE TAKEN IN POSTING ORDER - A GRADE
      * CORRECTION ROW REPLACES THE GRADE ON THE LATEST EARLIER
      * ATTEMPT OF THE SAME COURSE INSTEAD OF COUNTING AS ANOTHER
      * ATTEMPT. A STUDENT WHOSE MASTER CARRIES MORE GRADED CREDITS
      * THAN THE COURSE HISTORY SHOWS HAS TERMS FROM BEFORE THE
      * HISTORY FILE EXISTED AND IS FLAGGED FOR MANUAL REVIEW.
      *
      * EACH STUDENT'S SAP STATUS - GOOD, WARNING, SUSPENSION OR
      * PROBATION ON APPEAL - IS CARRIED FROM TERM TO TERM ON THE
      * SAP STATUS FILE:
      *
      *    ALL THREE MET                      - GOOD
      *    TIMEFRAME EXCEEDED                 - SUSPENSION
      *    RATE OR GPA SHORT, WAS GOOD        - WARNING
      *    RATE OR GPA SHORT, WAS WARNING,
      *        SUSPENSION OR PROBATION        - SUSPENSION
      *
      * THE TERM EVALUATED IS THE LATEST TERM ON THE STUDENT'S
      * COURSE HISTORY. RUNNING AGAIN BEFORE ANOTHER TERM POSTS
      * RE-EVALUATES THE SAME TERM FROM THE STATUS THE STUDENT HAD
      * GOING INTO IT, SO A RERUN CHANGES NOTHING THAT THE GRADES
      * HAVE NOT CHANGED.
      *
      * PROBATION COMES ONLY FROM AN APPEAL. THE AID OFFICE'S
      * APPEAL DECISIONS ARE APPLIED BEFORE THE EVALUATION: AN
      * APPROVED APPEAL MOVES A SUSPENDED STUDENT TO PROBATION,
      * WHERE THEY STAY UNTIL THEIR NEXT TERM POSTS AND IS
      * EVALUATED. A DENIED APPEAL CHANGES NOTHING BUT IS LISTED.
      *
      * WHEN THE AID OFFICE SUPPLIES A ROSTER OF AIDED STUDENTS
      * ONLY THOSE STUDENTS ARE EVALUATED; WITH NO ROSTER EVERY
      * STUDENT WITH COURSE HISTORY IS. A STUDENT NEWLY MOVED TO
      * WARNING OR SUSPENSION IS WRITTEN TO THE SAP LETTER FEED
      * (LETTER CODE "SW" OR "SS") FOR THE MAILING EXTRACT
      * (PROG24). THE EVALUATION REPORT LISTS THE APPEALS, EVERY
      * STUDENT EVALUATED WITH THE THREE MEASURES, AND THE TOTALS.
      *
      *
      *
       ENVIRONMENT DIVISION.
      *
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT NEW-MASTER-FILE
               ASSIGN USING WS-MASTER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUD-ID-KEY-NM
               ALTERNATE RECORD KEY IS STUD-NAME-KEY-NM
                   WITH DUPLICATES.
           SELECT PROG-REQ-FILE
               ASSIGN TO "PROGREQ.DAT".
           SELECT OPTIONAL COURSE-HISTORY-FILE
               ASSIGN TO "COURSE-HIST.DAT".
           SELECT SORTED-CRSHIST-FILE
               ASSIGN TO "SORTED-CRSHIST36.DAT".
           SELECT OPTIONAL AID-ROSTER-FILE
               ASSIGN TO "AID-ROSTER.DAT".
           SELECT SORTED-ROSTER-FILE
               ASSIGN TO "SORTED-ROSTER36.DAT".
           SELECT OPTIONAL SAP-APPEAL-FILE
               ASSIGN TO "SAP-APPEAL.DAT".
           SELECT OPTIONAL SAP-STATUS-FILE
               ASSIGN TO "SAP-STATUS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-STUD-ID.
           SELECT SAP-LETTER-FILE
               ASSIGN TO "SAP-LETTER.DAT".
           SELECT SAP-REPORT
               ASSIGN TO "PROG36_OUT.DAT".
           SELECT SORT-WORK-CRSHIST
               ASSIGN TO "SORT-WORK36A.DAT".
           SELECT SORT-WORK-ROSTER
               ASSIGN TO "SORT-WORK36B.DAT".
           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO "RUN-CONTROL.DAT".
      *
      *
      *
       DATA DIVISION.
      *
      *
       FILE SECTION.
      *
       FD  NEW-MASTER-FILE
               RECORD CONTAINS 70 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS NEW-MASTER-REC-IN.
      *
      *    THE MASTER IS INDEXED ON THE STUDENT NUMBER - THIS
      *    PROGRAM READS IT END TO END, IN KEY ORDER.
       01  NEW-MASTER-REC-IN.
           05  FILLER                   PIC X(2).
           05  STUD-ID-KEY-NM           PIC X(9).
           05  STUD-NAME-KEY-NM.
               10  STUD-LNAME-KEY-NM    PIC X(14).
               10  STUD-FNAME-KEY-NM    PIC X(10).
           05  FILLER                   PIC X(35).
      *
       FD  PROG-REQ-FILE
               RECORD CONTAINS 40 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS PROG-REQ-REC-IN.
      *
       01  PROG-REQ-REC-IN              PIC X(40).
      *
       FD  COURSE-HISTORY-FILE
               RECORD CONTAINS 30 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS COURSE-HIST-REC-IN.
      *
       01  COURSE-HIST-REC-IN           PIC X(30).
      *
       FD  SORTED-CRSHIST-FILE
               RECORD CONTAINS 30 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SORTED-CRSHIST-REC.
      *
       01  SORTED-CRSHIST-REC           PIC X(30).
      *
      *    THE AID OFFICE'S ROSTER OF AIDED STUDENTS - ONE STUDENT
      *    NUMBER PER RECORD, ANY ORDER.
       FD  AID-ROSTER-FILE
               RECORD CONTAINS 20 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS AID-ROSTER-REC-IN.
      *
       01  AID-ROSTER-REC-IN            PIC X(20).
      *
       FD  SORTED-ROSTER-FILE
               RECORD CONTAINS 20 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SORTED-ROSTER-REC.
      *
       01  SORTED-ROSTER-REC            PIC X(20).
      *
      *    THE AID OFFICE'S APPEAL DECISIONS - A = APPROVED (THE
      *    STUDENT GOES ON PROBATION), D = DENIED.
       FD  SAP-APPEAL-FILE
               RECORD CONTAINS 20 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SAP-APPEAL-REC-IN.
      *
       01  SAP-APPEAL-REC-IN            PIC X(20).
      *
      *    ONE RECORD PER STUDENT EVER EVALUATED, INDEXED ON THE
      *    STUDENT NUMBER. THE PRIOR STATUS IS THE STATUS THE
      *    STUDENT HAD GOING INTO THE TERM LAST EVALUATED - WHAT A
      *    RERUN OF THAT TERM STARTS FROM.
      *    G = GOOD, W = WARNING, S = SUSPENSION,
      *    P = PROBATION ON APPEAL.
       FD  SAP-STATUS-FILE
               RECORD CONTAINS 50 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SAP-STATUS-REC.
      *
       01  SAP-STATUS-REC.
           05  SS-STUD-ID               PIC X(9).
           05  SS-STATUS                PIC X(1).
           05  SS-PRIOR-STATUS          PIC X(1).
           05  SS-EVAL-TERM             PIC X(6).
           05  SS-EVAL-DATE             PIC X(6).
           05  SS-ATTEMPTED             PIC 9(3).
           05  SS-EARNED                PIC 9(3).
           05  SS-COMP-PCT              PIC 9(3).
           05  SS-MAX-CREDITS           PIC 9(3).
           05  SS-CUM-GPA               PIC 9V99.
           05  SS-APPEAL-DATE           PIC X(6).
           05  FILLER                   PIC X(6).
      *
      *    THE LETTER FEED FOR PROG24 - SAME 20-BYTE SHAPE AS THE
      *    DEAN'S LIST EXTRACT: STUDENT NUMBER AND LETTER CODE.
       FD  SAP-LETTER-FILE
               RECORD CONTAINS 20 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SAP-LETTER-REC-OUT.
      *
       01  SAP-LETTER-REC-OUT.
           05  SL-STUD-ID-OUT           PIC X(9).
           05  SL-LETTER-CD-OUT         PIC X(2).
           05  FILLER                   PIC X(9).
      *
       FD  SAP-REPORT
               RECORD CONTAINS 132 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SAP-REPORT-OUT.
      *
       01  SAP-REPORT-OUT               PIC X(132).
      *
      *    ONE-RECORD CONTROL FILE MAINTAINED BY THE NIGHTLY
      *    STREAM - READ HERE ONLY TO FIND WHICH MASTER GENERATION
      *    (G1/G2/G3) IS CURRENT.
       FD  RUN-CONTROL-FILE
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS RUN-CONTROL-REC.
      *
       01  RUN-CONTROL-REC.
           05  RC-RUN-DATE              PIC X(6).
           05  RC-LAST-STEP             PIC X(5).
           05  RC-MASTER-GEN            PIC 9(1).
           05  FILLER                   PIC X(68).
      *
       SD  SORT-WORK-CRSHIST
             DATA RECORD IS SORT-WORK-CRSHIST-REC.
      *
       01  SORT-WORK-CRSHIST-REC.
           05  SR-STUD-ID-SW            PIC X(9).
           05  FILLER                   PIC X(21).
      *
       SD  SORT-WORK-ROSTER
             DATA RECORD IS SORT-WORK-ROSTER-REC.
      *
       01  SORT-WORK-ROSTER-REC.
           05  SR-ROSTER-STUD-ID        PIC X(9).
           05  FILLER                   PIC X(11).
      *
      *
      *
       WORKING-STORAGE SECTION.
      *
      *
       01  WS-SWITCHES.
           05  NM-EOF-SW                PIC X.
           05  CRSHIST-EOF-SW           PIC X.
           05  ROSTER-EOF-SW            PIC X.
           05  APPEAL-EOF-SW            PIC X.
           05  REQ-EOF-SW               PIC X.
           05  WS-ROSTER-USED-SW        PIC X.
           05  WS-AIDED-SW              PIC X.
           05  WS-PROG-FOUND-SW         PIC X.
           05  WS-STATUS-FOUND-SW       PIC X.
           05  WS-SKIP-EVAL-SW          PIC X.
           05  WS-COMP-MET-SW           PIC X.
           05  WS-TIME-MET-SW           PIC X.
           05  WS-GPA-MET-SW            PIC X.
      *
       01  WS-RUN-CONTROL-AREA.
           05  WS-MASTER-FILE-NAME      PIC X(13)
                                        VALUE "NEW-MASTER.G1".
           05  WS-MASTER-GEN-BYTE REDEFINES WS-MASTER-FILE-NAME.
               10  FILLER               PIC X(12).
               10  WS-MASTER-GEN        PIC 9(1).
           05  WS-RC-FOUND-SW           PIC X.
      *
       01  WS-HOLD-AREA.
           05  MASTER-HOLD              PIC X(9).
           05  CRSHIST-HOLD             PIC X(9).
           05  ROSTER-HOLD              PIC X(9).
      *
      *    THE SAP STANDARDS - 67 PERCENT COMPLETION, 150 PERCENT
      *    MAXIMUM TIMEFRAME, 2.00 CUMULATIVE GPA.
       01  WS-SAP-STANDARDS.
           05  WS-SAP-MIN-COMP-PCT      PIC 9(3) VALUE 67.
           05  WS-SAP-MAX-TIME-PCT      PIC 9(3) VALUE 150.
           05  WS-SAP-MIN-GPA           PIC 9V99 VALUE 2.00.
      *
       01  WS-SAP-COUNTS.
           05  WS-EVAL-CNT              PIC 9(5) VALUE ZERO.
           05  WS-NO-HIST-CNT           PIC 9(5) VALUE ZERO.
           05  WS-NOT-AIDED-CNT         PIC 9(5) VALUE ZERO.
           05  WS-ROSTER-MISS-CNT       PIC 9(5) VALUE ZERO.
           05  WS-KEPT-PROB-CNT         PIC 9(5) VALUE ZERO.
           05  WS-GOOD-CNT              PIC 9(5) VALUE ZERO.
           05  WS-WARNING-CNT           PIC 9(5) VALUE ZERO.
           05  WS-SUSPEND-CNT           PIC 9(5) VALUE ZERO.
           05  WS-TO-WARNING-CNT        PIC 9(5) VALUE ZERO.
           05  WS-TO-SUSPEND-CNT        PIC 9(5) VALUE ZERO.
           05  WS-LETTER-CNT            PIC 9(5) VALUE ZERO.
           05  WS-PRE-HIST-CNT          PIC 9(5) VALUE ZERO.
           05  WS-NO-PROG-CNT           PIC 9(5) VALUE ZERO.
           05  WS-APPEAL-READ-CNT       PIC 9(5) VALUE ZERO.
           05  WS-APPEAL-APPLIED-CNT    PIC 9(5) VALUE ZERO.
           05  WS-APPEAL-DENIED-CNT     PIC 9(5) VALUE ZERO.
           05  WS-APPEAL-REJECT-CNT     PIC 9(5) VALUE ZERO.
      *
       01  WS-PAGE-LAYOUT.
           05  WS-LINES-USED            PIC 9(2).
      *    A = APPEALS SECTION, E = EVALUATION SECTION.
           05  WS-SECTION-SW            PIC X.
      *
       01  WS-DATE-ACCEPT.
           05  DATE-ACCEPT              PIC X(6).
           05  DATE-WS REDEFINES DATE-ACCEPT.
               10  WS-YEAR              PIC X(2).
               10  WS-MONTH             PIC X(2).
               10  WS-DAY               PIC X(2).
      *
      *    THE PROGRAM TABLE - ONE ENTRY PER "P" RECORD ON THE
      *    REQUIREMENTS FILE. "R" RECORDS ARE NOT NEEDED HERE.
       01  WS-PROGRAM-TABLE.
           05  WS-PGM-ENTRY-CNT         PIC 9(3) VALUE ZERO.
           05  WS-PGM-ENTRY  OCCURS 50 TIMES
                             INDEXED BY WS-PGM-IDX.
               10  WS-PGM-CODE          PIC X(3).
               10  WS-PGM-MIN-CREDITS   PIC 9(3).
      *
      *    THE CURRENT STUDENT'S COURSE ATTEMPTS, IN POSTING ORDER -
      *    REBUILT PER STUDENT. A CORRECTION ROW UPDATES THE GRADE
      *    OF THE LATEST ATTEMPT OF ITS COURSE IN PLACE.
       01  WS-ATTEMPT-TABLE.
           05  WS-ATT-ENTRY-CNT         PIC 9(3) VALUE ZERO.
           05  WS-ATT-SUB               PIC 9(3).
           05  WS-ATT-MATCH             PIC 9(3).
           05  WS-ATT-ENTRY  OCCURS 200 TIMES.
               10  WS-ATT-KEY           PIC X(8).
               10  WS-ATT-GRADE         PIC X(1).
               10  WS-ATT-CREDITS       PIC 9(1).
      *
       01  WS-EVAL-AREA.
           05  WS-LOOKUP-KEY            PIC X(8).
           05  WS-LAST-TERM             PIC X(6).
           05  WS-LAST-ORD              PIC 9(5).
           05  WS-ATTEMPTED             PIC 9(4).
           05  WS-EARNED                PIC 9(4).
           05  WS-GRADED                PIC 9(4).
           05  WS-COMP-PCT              PIC 9(3).
           05  WS-MAX-CREDITS           PIC 9(4).
           05  WS-CUM-GPA               PIC 9V99.
           05  WS-PRIOR-STATUS          PIC X(1).
           05  WS-NEW-STATUS            PIC X(1).
           05  WS-FAILED-LIST           PIC X(14).
           05  WS-FAILED-PTR            PIC 9(2).
           05  WS-STATUS-CD-W           PIC X(1).
           05  WS-STATUS-NAME-W         PIC X(10).
      *
       01  WS-TERM-WORK.
           05  WS-CONV-TERM-CODE.
               10  WS-CONV-YEAR         PIC X(4).
               10  WS-CONV-YEAR-9 REDEFINES WS-CONV-YEAR
                                        PIC 9(4).
               10  WS-CONV-SESSION      PIC X(2).
                   88  FALL-SESSION-W   VALUE "01".
                   88  SPRING-SESSION-W VALUE "02".
                   88  SUMMER-SESSION-W VALUE "03".
           05  WS-CONV-ORD              PIC 9(5).
      *
       01  WS-PROG-REQ-REC.
           05  PR-REC-TYPE              PIC X(1).
               88  PROGRAM-REC-PR       VALUE "P".
               88  REQUIRED-REC-PR      VALUE "R".
           05  PR-PROG-CODE             PIC X(3).
           05  PR-DETAIL                PIC X(36).
           05  PR-PGM-DETAIL REDEFINES PR-DETAIL.
               10  PR-MIN-CREDITS       PIC 9(3).
               10  PR-MIN-GPA           PIC 9V99.
               10  PR-PROG-NAME         PIC X(20).
               10  FILLER               PIC X(10).
      *
       01  WS-NM-REC.
           05  FILLER                   PIC X(2).
           05  STUD-ID-NM.
               10  STUD-ID-3-NM         PIC X(3).
               10  STUD-ID-2-NM         PIC X(2).
               10  STUD-ID-4-NM         PIC X(4).
           05  LNAME-NM                 PIC X(14).
           05  FNAME-NM                 PIC X(10).
           05  PROG-CODE-NM             PIC X(3).
           05  WITHDRAW-CNT-NM          PIC 9(2).
           05  WITHDRAW-YEAR-NM         PIC X(4).
           05  GP-NM                    PIC 9(3).
           05  CREDITS-NM               PIC 9(3).
           05  FILLER                   PIC X(20).
      *
       01  WS-COURSE-HIST-REC.
           05  CH-STUD-ID               PIC X(9).
           05  CH-DEPT                  PIC X(4).
           05  CH-COURSE-NUM            PIC X(4).
           05  CH-GRADE                 PIC X(1).
           05  CH-CREDITS               PIC 9(1).
           05  CH-TERM-CODE             PIC X(6).
      *    "C" MARKS A GRADE CORRECTION ROW - ITS GRADE REPLACES
      *    THE POSTING IT CORRECTS RATHER THAN STANDING BESIDE IT.
           05  CH-COR-IND               PIC X(1).
               88  CORRECTION-ROW-CH    VALUE "C".
           05  FILLER                   PIC X(4).
      *
      *    GRADE CLASSES FOR THE COMPLETION RATE - A THROUGH D AND
      *    TRANSFER CREDIT (T) ARE EARNED, AND F, W AND I ARE
      *    ATTEMPTED BUT NOT EARNED.
       01  WS-GRADE-CLASS.
           05  WS-GRADE-W               PIC X(1).
               88  EARNED-GRADE-W       VALUES "A" "B" "C" "D"
                                               "T".
               88  ATTEMPTED-GRADE-W    VALUES "A" "B" "C" "D"
                                               "F" "W" "I" "T".
               88  GPA-GRADE-W          VALUES "A" "B" "C" "D" "F".
      *
       01  WS-ROSTER-REC.
           05  AR-STUD-ID               PIC X(9).
           05  FILLER                   PIC X(11).
      *
       01  WS-APPEAL-REC.
           05  AP-STUD-ID.
               10  AP-STUD-ID-3         PIC X(3).
               10  AP-STUD-ID-2         PIC X(2).
               10  AP-STUD-ID-4         PIC X(4).
           05  AP-DECISION              PIC X(1).
               88  APPROVED-AP          VALUE "A".
               88  DENIED-AP            VALUE "D".
           05  AP-DECISION-DATE         PIC X(6).
           05  FILLER                   PIC X(4).
      *
       01  WS-SP-LINE-01.
           05  FILLER                   PIC X(19) VALUE SPACES.
           05  FILLER                   PIC X(7) VALUE "BAYVIEW".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(9) VALUE "INSTITUTE".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(2) VALUE "OF".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(8) VALUE "COMPUTER".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(10) VALUE "TECHNOLOGY".
           05  FILLER                   PIC X(73) VALUE SPACES.
      *
       01  WS-SP-LINE-02.
           05  FILLER                   PIC X(14) VALUE SPACES.
           05  FILLER                   PIC X(28)
                       VALUE "SATISFACTORY ACADEMIC PROGRE".
           05  FILLER                   PIC X(12)
                       VALUE "SS - FINANCI".
           05  FILLER                   PIC X(18)
                       VALUE "AL AID EVALUATION ".
           05  FILLER                   PIC X(60) VALUE SPACES.
      *
       01  WS-SP-LINE-03.
           05  FILLER                   PIC X(6) VALUE "DATE: ".
           05  RUN-DATE-SP-OUT.
               10  MONTH-SP-OUT         PIC X(2).
               10  FILLER               PIC X VALUE "/".
               10  DAY-SP-OUT           PIC X(2).
               10  FILLER               PIC X VALUE "/".
               10  YEAR-SP-OUT          PIC X(2).
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  FILLER                   PIC X(8) VALUE "MASTER: ".
           05  MASTER-NAME-SP-OUT       PIC X(13).
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  ROSTER-NOTE-SP-OUT       PIC X(40).
           05  FILLER                   PIC X(49) VALUE SPACES.
      *
       01  WS-SP-APPEAL-HDG.
           05  FILLER                   PIC X(7) VALUE "APPEALS".
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  FILLER                   PIC X(8) VALUE "DECISION".
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  FILLER                   PIC X(6) VALUE "RESULT".
           05  FILLER                   PIC X(101) VALUE SPACES.
      *
       01  WS-SP-APPEAL-LINE.
           05  AP-STUD-ID-SP-OUT.
               10  AP-STUD-ID-3-SP-OUT  PIC X(3).
               10  FILLER               PIC X VALUE "-".
               10  AP-STUD-ID-2-SP-OUT  PIC X(2).
               10  FILLER               PIC X VALUE "-".
               10  AP-STUD-ID-4-SP-OUT  PIC X(4).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  AP-DECISION-SP-OUT       PIC X(8).
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  AP-RESULT-SP-OUT         PIC X(40).
           05  FILLER                   PIC X(67) VALUE SPACES.
      *
       01  WS-SP-LINE-04.
           05  FILLER                   PIC X(7) VALUE "STUDENT".
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  FILLER                   PIC X(9) VALUE "LAST NAME".
           05  FILLER                   PIC X(7) VALUE SPACES.
           05  FILLER                   PIC X(4) VALUE "PROG".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(4) VALUE "TERM".
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  FILLER                   PIC X(4) VALUE "ATT.".
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  FILLER                   PIC X(4) VALUE "ERN.".
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  FILLER                   PIC X(5) VALUE "COMP%".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(4) VALUE "MAX.".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(3) VALUE "GPA".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(6) VALUE "FAILED".
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(5) VALUE "PRIOR".
           05  FILLER                   PIC X(7) VALUE SPACES.
           05  FILLER                   PIC X(3) VALUE "NEW".
           05  FILLER                   PIC X(9) VALUE SPACES.
           05  FILLER                   PIC X(3) VALUE "LTR".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(4) VALUE "NOTE".
           05  FILLER                   PIC X(12) VALUE SPACES.
      *
       01  WS-SP-DL-LINE-05.
           05  STUD-ID-SP-OUT.
               10  STUD-ID-3-SP-OUT     PIC X(3).
               10  FILLER               PIC X VALUE "-".
               10  STUD-ID-2-SP-OUT     PIC X(2).
               10  FILLER               PIC X VALUE "-".
               10  STUD-ID-4-SP-OUT     PIC X(4).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  LNAME-SP-OUT             PIC X(14).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  PROG-CODE-SP-OUT         PIC X(3).
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  TERM-SP-OUT              PIC X(6).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  ATTEMPTED-SP-OUT         PIC ZZZ9.
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  EARNED-SP-OUT            PIC ZZZ9.
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  COMP-PCT-SP-OUT          PIC ZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  MAX-CREDITS-SP-OUT       PIC ZZZ9.
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  GPA-SP-OUT               PIC Z.99.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FAILED-SP-OUT            PIC X(14).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  PRIOR-STATUS-SP-OUT      PIC X(10).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  NEW-STATUS-SP-OUT        PIC X(10).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  LETTER-SP-OUT            PIC X(2).
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  NOTE-SP-OUT              PIC X(10).
           05  FILLER                   PIC X(6) VALUE SPACES.
      *
       01  WS-SP-TOT-LINE.
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  SP-TOT-LABEL-OUT         PIC X(22).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  SP-TOT-COUNT-OUT         PIC ZZZZ9.
           05  FILLER                   PIC X(98) VALUE SPACES.
      *
       01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.
      *
      *
      *
       PROCEDURE DIVISION.
      *
      *
       A00-MAINLINE-PARA.
           PERFORM B05-FIND-MASTER-GEN-PARA.
           PERFORM B08-LOAD-PROGRAMS-PARA.
           PERFORM B30-SORT-CRSHIST-PARA.
           PERFORM B35-SORT-ROSTER-PARA.
           OPEN INPUT  NEW-MASTER-FILE
                       SORTED-CRSHIST-FILE
                       SORTED-ROSTER-FILE
                       SAP-APPEAL-FILE
                I-O    SAP-STATUS-FILE
                OUTPUT SAP-LETTER-FILE
                       SAP-REPORT.
           PERFORM B10-INIT-PARA.
           PERFORM B15-APPEAL-PARA
               UNTIL APPEAL-EOF-SW = "Y".
           MOVE "E" TO WS-SECTION-SW.
           PERFORM C10-PAGE-HEADINGS-PARA.
           PERFORM B20-PROCESS-PARA
               UNTIL NM-EOF-SW = "Y".
           PERFORM B27-SKIP-ROSTER-PARA
               UNTIL ROSTER-EOF-SW = "Y".
           PERFORM C60-TOTALS-PARA.
           CLOSE NEW-MASTER-FILE
                 SORTED-CRSHIST-FILE
                 SORTED-ROSTER-FILE
                 SAP-APPEAL-FILE
                 SAP-STATUS-FILE
                 SAP-LETTER-FILE
                 SAP-REPORT.
           STOP RUN.
      *
      *
       B05-FIND-MASTER-GEN-PARA.
           MOVE "N" TO WS-RC-FOUND-SW.
           OPEN INPUT RUN-CONTROL-FILE.
           READ RUN-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "Y" TO WS-RC-FOUND-SW
                   MOVE RC-MASTER-GEN TO WS-MASTER-GEN
           END-READ.
           CLOSE RUN-CONTROL-FILE.
           IF WS-RC-FOUND-SW IS NOT EQUAL TO "Y" THEN
               DISPLAY "PROG36: FATAL - RUN-CONTROL.DAT NOT FOUND "
                   "- CANNOT TELL WHICH MASTER GENERATION IS "
                   "CURRENT"
               STOP RUN
           END-IF.
      *
      *
      *    LOAD THE PROGRAM RECORDS OF THE REQUIREMENTS FILE. WITH
      *    NO PROGRAM RECORDS THE TIMEFRAME CANNOT BE MEASURED FOR
      *    ANYONE - FAIL LOUDLY RATHER THAN PASS EVERY STUDENT ON IT.
       B08-LOAD-PROGRAMS-PARA.
           MOVE "N" TO REQ-EOF-SW.
           OPEN INPUT PROG-REQ-FILE.
           READ PROG-REQ-FILE INTO WS-PROG-REQ-REC
               AT END MOVE "Y" TO REQ-EOF-SW.
           PERFORM B08A-REQ-ENTRY-PARA
               UNTIL REQ-EOF-SW = "Y".
           CLOSE PROG-REQ-FILE.
           IF WS-PGM-ENTRY-CNT = ZERO THEN
               DISPLAY "PROG36: FATAL - PROGREQ.DAT HAS NO PROGRAM "
                   "RECORDS - NO TIMEFRAME TO MEASURE AGAINST"
               STOP RUN
           END-IF.
      *
      *
       B08A-REQ-ENTRY-PARA.
           EVALUATE TRUE
               WHEN PROGRAM-REC-PR AND WS-PGM-ENTRY-CNT < 50
                   ADD 1 TO WS-PGM-ENTRY-CNT
                   SET WS-PGM-IDX TO WS-PGM-ENTRY-CNT
                   MOVE PR-PROG-CODE TO WS-PGM-CODE(WS-PGM-IDX)
                   MOVE PR-MIN-CREDITS TO
                       WS-PGM-MIN-CREDITS(WS-PGM-IDX)
               WHEN REQUIRED-REC-PR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PROG36: PROGREQ.DAT RECORD SKIPPED - "
                       "BAD TYPE OR TABLE FULL: " PR-REC-TYPE
                       " " PR-PROG-CODE
           END-EVALUATE.
           READ PROG-REQ-FILE INTO WS-PROG-REQ-REC
               AT END MOVE "Y" TO REQ-EOF-SW.
      *
      *
      *    THE SORT KEEPS EQUAL-KEY RECORDS IN THEIR FILE ORDER -
      *    WITHIN A STUDENT THE ROWS MUST STAY IN POSTING ORDER,
      *    BECAUSE A CORRECTION ROW MUST BE SEEN AFTER THE
      *    POSTING IT CORRECTS.
       B30-SORT-CRSHIST-PARA.
           SORT SORT-WORK-CRSHIST
               ASCENDING KEY SR-STUD-ID-SW
               WITH DUPLICATES IN ORDER
                   USING  COURSE-HISTORY-FILE
                   GIVING SORTED-CRSHIST-FILE.
      *
      *
       B35-SORT-ROSTER-PARA.
           SORT SORT-WORK-ROSTER
               ASCENDING KEY SR-ROSTER-STUD-ID
                   USING  AID-ROSTER-FILE
                   GIVING SORTED-ROSTER-FILE.
      *
      *
      *    AN EMPTY OR MISSING ROSTER MEANS EVERY STUDENT WITH
      *    COURSE HISTORY IS EVALUATED - THE HEADING SAYS WHICH.
       B10-INIT-PARA.
           ACCEPT DATE-ACCEPT FROM DATE.
           MOVE WS-MONTH TO MONTH-SP-OUT.
           MOVE WS-DAY TO DAY-SP-OUT.
           MOVE WS-YEAR TO YEAR-SP-OUT.
           MOVE WS-MASTER-FILE-NAME TO MASTER-NAME-SP-OUT.
           MOVE "N" TO NM-EOF-SW.
           MOVE "N" TO CRSHIST-EOF-SW.
           MOVE "N" TO ROSTER-EOF-SW.
           MOVE "N" TO APPEAL-EOF-SW.
           PERFORM B22-READ-MASTER-PARA.
           PERFORM B24-READ-CRSHIST-PARA.
           PERFORM B25-READ-ROSTER-PARA.
           IF ROSTER-EOF-SW = "Y" THEN
               MOVE "N" TO WS-ROSTER-USED-SW
               MOVE "NO AID ROSTER - ALL STUDENTS EVALUATED" TO
                   ROSTER-NOTE-SP-OUT
           ELSE
               MOVE "Y" TO WS-ROSTER-USED-SW
               MOVE "AIDED STUDENTS ON THE AID ROSTER ONLY" TO
                   ROSTER-NOTE-SP-OUT
           END-IF.
           MOVE "A" TO WS-SECTION-SW.
           READ SAP-APPEAL-FILE INTO WS-APPEAL-REC
               AT END MOVE "Y" TO APPEAL-EOF-SW.
           IF APPEAL-EOF-SW = "N" THEN
               PERFORM C10-PAGE-HEADINGS-PARA
           END-IF.
      *
      *
      *    ONE APPEAL DECISION. ONLY A STUDENT NOW ON SUSPENSION
      *    CAN APPEAL; AN APPROVED APPEAL PUTS THEM ON PROBATION
      *    UNTIL THEIR NEXT TERM IS EVALUATED.
       B15-APPEAL-PARA.
           ADD 1 TO WS-APPEAL-READ-CNT.
           MOVE AP-STUD-ID-3 TO AP-STUD-ID-3-SP-OUT.
           MOVE AP-STUD-ID-2 TO AP-STUD-ID-2-SP-OUT.
           MOVE AP-STUD-ID-4 TO AP-STUD-ID-4-SP-OUT.
           EVALUATE TRUE
               WHEN APPROVED-AP
                   MOVE "APPROVED" TO AP-DECISION-SP-OUT
               WHEN DENIED-AP
                   MOVE "DENIED" TO AP-DECISION-SP-OUT
               WHEN OTHER
                   MOVE AP-DECISION TO AP-DECISION-SP-OUT
           END-EVALUATE.
           MOVE AP-STUD-ID TO SS-STUD-ID.
           READ SAP-STATUS-FILE
               INVALID KEY
                   MOVE "N" TO WS-STATUS-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-STATUS-FOUND-SW
           END-READ.
           EVALUATE TRUE
               WHEN NOT APPROVED-AP AND NOT DENIED-AP
                   ADD 1 TO WS-APPEAL-REJECT-CNT
                   MOVE "REJECTED - DECISION MUST BE A OR D" TO
                       AP-RESULT-SP-OUT
               WHEN WS-STATUS-FOUND-SW = "N"
                   ADD 1 TO WS-APPEAL-REJECT-CNT
                   MOVE "REJECTED - NO SAP STATUS ON FILE" TO
                       AP-RESULT-SP-OUT
               WHEN SS-STATUS IS NOT EQUAL TO "S"
                   ADD 1 TO WS-APPEAL-REJECT-CNT
                   MOVE "REJECTED - STUDENT NOT ON SUSPENSION" TO
                       AP-RESULT-SP-OUT
               WHEN DENIED-AP
                   ADD 1 TO WS-APPEAL-DENIED-CNT
                   MOVE "SUSPENSION STANDS" TO AP-RESULT-SP-OUT
               WHEN OTHER
                   ADD 1 TO WS-APPEAL-APPLIED-CNT
                   MOVE "P" TO SS-STATUS
                   IF AP-DECISION-DATE = SPACES THEN
                       MOVE DATE-ACCEPT TO SS-APPEAL-DATE
                   ELSE
                       MOVE AP-DECISION-DATE TO SS-APPEAL-DATE
                   END-IF
                   REWRITE SAP-STATUS-REC
                   MOVE "PROBATION ON APPEAL" TO AP-RESULT-SP-OUT
           END-EVALUATE.
           IF WS-LINES-USED > 55 THEN
               PERFORM C10-PAGE-HEADINGS-PARA
           END-IF.
           WRITE SAP-REPORT-OUT FROM WS-SP-APPEAL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-USED.
           READ SAP-APPEAL-FILE INTO WS-APPEAL-REC
               AT END MOVE "Y" TO APPEAL-EOF-SW.
      *
      *
      *    ONE STUDENT PER PASS - GATHER THE STUDENT'S COURSE
      *    ATTEMPTS OFF THE SORTED COURSE HISTORY, SEE WHETHER THE
      *    STUDENT IS ON THE AID ROSTER, THEN EVALUATE. HISTORY OR
      *    ROSTER ROWS BELOW THE MASTER KEY BELONG TO NO STUDENT ON
      *    THE MASTER AND READ PAST.
       B20-PROCESS-PARA.
           PERFORM B24-READ-CRSHIST-PARA
               UNTIL CRSHIST-EOF-SW = "Y" OR
                     CRSHIST-HOLD IS GREATER THAN OR EQUAL TO
                         MASTER-HOLD.
           MOVE ZERO TO WS-ATT-ENTRY-CNT.
           MOVE LOW-VALUES TO WS-LAST-TERM.
           MOVE ZERO TO WS-LAST-ORD.
           PERFORM B26-GATHER-ATTEMPT-PARA
               UNTIL CRSHIST-EOF-SW = "Y" OR
                     CRSHIST-HOLD IS NOT EQUAL TO MASTER-HOLD.
           PERFORM B27-SKIP-ROSTER-PARA
               UNTIL ROSTER-EOF-SW = "Y" OR
                     ROSTER-HOLD IS GREATER THAN OR EQUAL TO
                         MASTER-HOLD.
           IF WS-ROSTER-USED-SW = "N" OR
              ROSTER-HOLD = MASTER-HOLD THEN
               MOVE "Y" TO WS-AIDED-SW
           ELSE
               MOVE "N" TO WS-AIDED-SW
           END-IF.
           PERFORM B25-READ-ROSTER-PARA
               UNTIL ROSTER-EOF-SW = "Y" OR
                     ROSTER-HOLD IS NOT EQUAL TO MASTER-HOLD.
           EVALUATE TRUE
               WHEN WS-AIDED-SW = "N"
                   ADD 1 TO WS-NOT-AIDED-CNT
               WHEN WS-ATT-ENTRY-CNT = ZERO
                   ADD 1 TO WS-NO-HIST-CNT
               WHEN OTHER
                   PERFORM B40-EVALUATE-STUDENT-PARA
           END-EVALUATE.
           PERFORM B22-READ-MASTER-PARA.
      *
      *
       B22-READ-MASTER-PARA.
           READ NEW-MASTER-FILE NEXT RECORD INTO WS-NM-REC
               AT END
                   MOVE "Y" TO NM-EOF-SW
                   MOVE ALL "9" TO MASTER-HOLD
               NOT AT END
                   MOVE STUD-ID-NM TO MASTER-HOLD
           END-READ.
      *
      *
       B24-READ-CRSHIST-PARA.
           READ SORTED-CRSHIST-FILE INTO WS-COURSE-HIST-REC
               AT END
                   MOVE "Y" TO CRSHIST-EOF-SW
                   MOVE ALL "9" TO CRSHIST-HOLD
               NOT AT END
                   MOVE CH-STUD-ID TO CRSHIST-HOLD
           END-READ.
      *
      *
       B25-READ-ROSTER-PARA.
           READ SORTED-ROSTER-FILE INTO WS-ROSTER-REC
               AT END
                   MOVE "Y" TO ROSTER-EOF-SW
                   MOVE ALL "9" TO ROSTER-HOLD
               NOT AT END
                   MOVE AR-STUD-ID TO ROSTER-HOLD
           END-READ.
      *
      *
      *    A ROSTER STUDENT WHO SORTS BELOW THE CURRENT MASTER IS
      *    NOT ON THE MASTER - COUNTED SO THE AID OFFICE CAN CHASE
      *    IT.
       B27-SKIP-ROSTER-PARA.
           IF ROSTER-HOLD IS NOT EQUAL TO MASTER-HOLD THEN
               ADD 1 TO WS-ROSTER-MISS-CNT
               DISPLAY "PROG36: AID ROSTER STUDENT NOT ON MASTER: "
                   ROSTER-HOLD
           END-IF.
           PERFORM B25-READ-ROSTER-PARA.
      *
      *
      *    ONE HISTORY ROW OF THE CURRENT STUDENT, IN POSTING
      *    ORDER. AN ORDINARY ROW IS A NEW ATTEMPT. A CORRECTION
      *    ROW CARRIES THE REPLACEMENT GRADE FOR THE LATEST EARLIER
      *    ATTEMPT OF THE COURSE; WHEN THAT ATTEMPT PREDATES THE
      *    HISTORY FILE THE CORRECTION STANDS AS THE ATTEMPT. THE
      *    LATEST TERM IS TAKEN BY ORDINAL, NOT BY TERM CODE - FALL
      *    (01) FOLLOWS THE SAME YEAR'S SPRING (02) AND SUMMER (03).
       B26-GATHER-ATTEMPT-PARA.
           MOVE CH-TERM-CODE TO WS-CONV-TERM-CODE.
           PERFORM C80-TERM-ORDINAL-PARA.
           IF WS-LAST-TERM = LOW-VALUES OR
              WS-CONV-ORD > WS-LAST-ORD THEN
               MOVE CH-TERM-CODE TO WS-LAST-TERM
               MOVE WS-CONV-ORD TO WS-LAST-ORD
           END-IF.
           MOVE SPACES TO WS-LOOKUP-KEY.
           STRING CH-DEPT DELIMITED BY SIZE
                  CH-COURSE-NUM DELIMITED BY SIZE
               INTO WS-LOOKUP-KEY.
           MOVE ZERO TO WS-ATT-MATCH.
           IF CORRECTION-ROW-CH THEN
               MOVE 1 TO WS-ATT-SUB
               PERFORM B28-FIND-LAST-ATTEMPT-PARA
                   UNTIL WS-ATT-SUB > WS-ATT-ENTRY-CNT
           END-IF.
           IF WS-ATT-MATCH > ZERO THEN
               MOVE CH-GRADE TO WS-ATT-GRADE(WS-ATT-MATCH)
               MOVE CH-CREDITS TO WS-ATT-CREDITS(WS-ATT-MATCH)
           ELSE
               IF WS-ATT-ENTRY-CNT < 200 THEN
                   ADD 1 TO WS-ATT-ENTRY-CNT
                   MOVE WS-LOOKUP-KEY TO
                       WS-ATT-KEY(WS-ATT-ENTRY-CNT)
                   MOVE CH-GRADE TO WS-ATT-GRADE(WS-ATT-ENTRY-CNT)
                   MOVE CH-CREDITS TO
                       WS-ATT-CREDITS(WS-ATT-ENTRY-CNT)
               ELSE
                   DISPLAY "PROG36: ATTEMPT TABLE FULL - ROW "
                       "IGNORED FOR " CH-STUD-ID " " WS-LOOKUP-KEY
               END-IF
           END-IF.
           PERFORM B24-READ-CRSHIST-PARA.
      *
      *
       B28-FIND-LAST-ATTEMPT-PARA.
           IF WS-ATT-KEY(WS-ATT-SUB) = WS-LOOKUP-KEY THEN
               MOVE WS-ATT-SUB TO WS-ATT-MATCH
           END-IF.
           ADD 1 TO WS-ATT-SUB.
      *
      *
      *    EVALUATE ONE AIDED STUDENT WITH COURSE HISTORY.
       B40-EVALUATE-STUDENT-PARA.
           PERFORM B42-MEASURE-PARA.
           PERFORM B44-PRIOR-STATUS-PARA.
           IF WS-SKIP-EVAL-SW = "Y" THEN
      *        PROBATION GRANTED AFTER THIS TERM WAS EVALUATED -
      *        IT RUNS UNTIL THE NEXT TERM POSTS.
               ADD 1 TO WS-KEPT-PROB-CNT
               MOVE "P" TO WS-NEW-STATUS
               MOVE SPACES TO WS-FAILED-LIST
               PERFORM C30-DETAIL-LINE-PARA
           ELSE
               ADD 1 TO WS-EVAL-CNT
               PERFORM B46-NEW-STATUS-PARA
               PERFORM B48-SAVE-STATUS-PARA
               PERFORM C30-DETAIL-LINE-PARA
           END-IF.
      *
      *
      *    THE THREE MEASURES. A PROGRAM CODE NOT ON THE
      *    REQUIREMENTS FILE LEAVES THE TIMEFRAME UNMEASURED - THE
      *    LINE SAYS SO AND THE STUDENT IS JUDGED ON THE OTHER TWO.
       B42-MEASURE-PARA.
           MOVE ZERO TO WS-ATTEMPTED.
           MOVE ZERO TO WS-EARNED.
           MOVE ZERO TO WS-GRADED.
           MOVE 1 TO WS-ATT-SUB.
           PERFORM B43-SUM-ATTEMPT-PARA
               UNTIL WS-ATT-SUB > WS-ATT-ENTRY-CNT.
           IF WS-ATTEMPTED > ZERO THEN
               COMPUTE WS-COMP-PCT = WS-EARNED * 100 / WS-ATTEMPTED
           ELSE
               MOVE ZERO TO WS-COMP-PCT
           END-IF.
           IF WS-COMP-PCT < WS-SAP-MIN-COMP-PCT THEN
               MOVE "N" TO WS-COMP-MET-SW
           ELSE
               MOVE "Y" TO WS-COMP-MET-SW
           END-IF.
           MOVE "N" TO WS-PROG-FOUND-SW.
           MOVE ZERO TO WS-MAX-CREDITS.
           IF WS-PGM-ENTRY-CNT > ZERO THEN
               SET WS-PGM-IDX TO 1
               SEARCH WS-PGM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PGM-IDX > WS-PGM-ENTRY-CNT
                       CONTINUE
                   WHEN WS-PGM-CODE(WS-PGM-IDX) = PROG-CODE-NM
                       MOVE "Y" TO WS-PROG-FOUND-SW
                       COMPUTE WS-MAX-CREDITS =
                           WS-PGM-MIN-CREDITS(WS-PGM-IDX)
                           * WS-SAP-MAX-TIME-PCT / 100
               END-SEARCH
           END-IF.
           IF WS-PROG-FOUND-SW = "Y"
           AND WS-ATTEMPTED > WS-MAX-CREDITS THEN
               MOVE "N" TO WS-TIME-MET-SW
           ELSE
               MOVE "Y" TO WS-TIME-MET-SW
           END-IF.
           IF CREDITS-NM > ZERO THEN
               COMPUTE WS-CUM-GPA ROUNDED = GP-NM / CREDITS-NM
           ELSE
               MOVE ZERO TO WS-CUM-GPA
           END-IF.
           IF WS-CUM-GPA < WS-SAP-MIN-GPA THEN
               MOVE "N" TO WS-GPA-MET-SW
           ELSE
               MOVE "Y" TO WS-GPA-MET-SW
           END-IF.
           MOVE SPACES TO WS-FAILED-LIST.
           MOVE 1 TO WS-FAILED-PTR.
           IF WS-COMP-MET-SW = "N" THEN
               STRING "COMP " DELIMITED BY SIZE
                   INTO WS-FAILED-LIST WITH POINTER WS-FAILED-PTR
           END-IF.
           IF WS-TIME-MET-SW = "N" THEN
               STRING "TIME " DELIMITED BY SIZE
                   INTO WS-FAILED-LIST WITH POINTER WS-FAILED-PTR
           END-IF.
           IF WS-GPA-MET-SW = "N" THEN
               STRING "GPA" DELIMITED BY SIZE
                   INTO WS-FAILED-LIST WITH POINTER WS-FAILED-PTR
           END-IF.
      *
      *
       B43-SUM-ATTEMPT-PARA.
           MOVE WS-ATT-GRADE(WS-ATT-SUB) TO WS-GRADE-W.
           IF ATTEMPTED-GRADE-W THEN
               ADD WS-ATT-CREDITS(WS-ATT-SUB) TO WS-ATTEMPTED
           END-IF.
           IF EARNED-GRADE-W THEN
               ADD WS-ATT-CREDITS(WS-ATT-SUB) TO WS-EARNED
           END-IF.
           IF GPA-GRADE-W THEN
               ADD WS-ATT-CREDITS(WS-ATT-SUB) TO WS-GRADED
           END-IF.
           ADD 1 TO WS-ATT-SUB.
      *
      *
      *    THE STATUS THE STUDENT GOES INTO THIS EVALUATION WITH. A
      *    STUDENT NEVER EVALUATED BEFORE STARTS IN GOOD STANDING.
      *    WHEN THIS TERM WAS ALREADY EVALUATED (A RERUN) THE
      *    STARTING POINT IS THE STATUS SAVED FROM BEFORE THAT
      *    EVALUATION - UNLESS AN APPEAL HAS SINCE PUT THE STUDENT
      *    ON PROBATION, WHICH STANDS UNTIL A NEW TERM POSTS.
       B44-PRIOR-STATUS-PARA.
           MOVE "N" TO WS-SKIP-EVAL-SW.
           MOVE STUD-ID-NM TO SS-STUD-ID.
           READ SAP-STATUS-FILE
               INVALID KEY
                   MOVE "N" TO WS-STATUS-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-STATUS-FOUND-SW
           END-READ.
           EVALUATE TRUE
               WHEN WS-STATUS-FOUND-SW = "N"
                   MOVE "G" TO WS-PRIOR-STATUS
               WHEN SS-EVAL-TERM = WS-LAST-TERM AND SS-STATUS = "P"
                   MOVE "Y" TO WS-SKIP-EVAL-SW
                   MOVE SS-PRIOR-STATUS TO WS-PRIOR-STATUS
               WHEN SS-EVAL-TERM = WS-LAST-TERM
                   MOVE SS-PRIOR-STATUS TO WS-PRIOR-STATUS
               WHEN OTHER
                   MOVE SS-STATUS TO WS-PRIOR-STATUS
           END-EVALUATE.
      *
      *
       B46-NEW-STATUS-PARA.
           EVALUATE TRUE
               WHEN WS-COMP-MET-SW = "Y" AND WS-TIME-MET-SW = "Y"
                AND WS-GPA-MET-SW = "Y"
                   MOVE "G" TO WS-NEW-STATUS
               WHEN WS-TIME-MET-SW = "N"
                   MOVE "S" TO WS-NEW-STATUS
               WHEN WS-PRIOR-STATUS = "G"
                   MOVE "W" TO WS-NEW-STATUS
               WHEN OTHER
                   MOVE "S" TO WS-NEW-STATUS
           END-EVALUATE.
           EVALUATE WS-NEW-STATUS
               WHEN "G"
                   ADD 1 TO WS-GOOD-CNT
               WHEN "W"
                   ADD 1 TO WS-WARNING-CNT
               WHEN "S"
                   ADD 1 TO WS-SUSPEND-CNT
           END-EVALUATE.
           IF WS-NEW-STATUS IS NOT EQUAL TO WS-PRIOR-STATUS THEN
               IF WS-NEW-STATUS = "W" THEN
                   ADD 1 TO WS-TO-WARNING-CNT
               END-IF
               IF WS-NEW-STATUS = "S" THEN
                   ADD 1 TO WS-TO-SUSPEND-CNT
               END-IF
           END-IF.
      *
      *
      *    SAVE THE EVALUATION AND FEED THE LETTER. THE LETTER GOES
      *    WHEN THE TERM MOVES THE STUDENT TO WARNING OR SUSPENSION
      *    FROM THE STATUS THEY HAD GOING INTO IT. THE FEED IS
      *    REBUILT EVERY RUN, SO A RERUN OF THE TERM WRITES THE
      *    SAME LETTERS AGAIN RATHER THAN LOSING THEM.
       B48-SAVE-STATUS-PARA.
           MOVE SPACES TO LETTER-SP-OUT.
           IF (WS-NEW-STATUS = "W" OR WS-NEW-STATUS = "S")
           AND WS-NEW-STATUS IS NOT EQUAL TO WS-PRIOR-STATUS THEN
               MOVE SPACES TO SAP-LETTER-REC-OUT
               MOVE STUD-ID-NM TO SL-STUD-ID-OUT
               IF WS-NEW-STATUS = "W" THEN
                   MOVE "SW" TO SL-LETTER-CD-OUT
               ELSE
                   MOVE "SS" TO SL-LETTER-CD-OUT
               END-IF
               MOVE SL-LETTER-CD-OUT TO LETTER-SP-OUT
               WRITE SAP-LETTER-REC-OUT
               ADD 1 TO WS-LETTER-CNT
           END-IF.
           IF WS-STATUS-FOUND-SW = "N" THEN
               MOVE SPACES TO SAP-STATUS-REC
               MOVE STUD-ID-NM TO SS-STUD-ID
           END-IF.
           MOVE WS-NEW-STATUS TO SS-STATUS.
           MOVE WS-PRIOR-STATUS TO SS-PRIOR-STATUS.
           MOVE WS-LAST-TERM TO SS-EVAL-TERM.
           MOVE DATE-ACCEPT TO SS-EVAL-DATE.
           MOVE WS-ATTEMPTED TO SS-ATTEMPTED.
           MOVE WS-EARNED TO SS-EARNED.
           MOVE WS-COMP-PCT TO SS-COMP-PCT.
           MOVE WS-MAX-CREDITS TO SS-MAX-CREDITS.
           MOVE WS-CUM-GPA TO SS-CUM-GPA.
           IF WS-STATUS-FOUND-SW = "Y" THEN
               REWRITE SAP-STATUS-REC
           ELSE
               WRITE SAP-STATUS-REC
           END-IF.
      *
      *
       C10-PAGE-HEADINGS-PARA.
           WRITE SAP-REPORT-OUT FROM WS-SP-LINE-01
               AFTER ADVANCING PAGE.
           WRITE SAP-REPORT-OUT FROM WS-SP-LINE-02
               AFTER ADVANCING 2 LINES.
           WRITE SAP-REPORT-OUT FROM WS-SP-LINE-03
               AFTER ADVANCING 2 LINES.
           WRITE SAP-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-SECTION-SW = "A" THEN
               WRITE SAP-REPORT-OUT FROM WS-SP-APPEAL-HDG
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE SAP-REPORT-OUT FROM WS-SP-LINE-04
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE SAP-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 9 TO WS-LINES-USED.
      *
      *
      *    ONE EVALUATED STUDENT. THE NOTE CALLS OUT WHAT THE AID
      *    OFFICE MUST CHECK BY HAND.
       C30-DETAIL-LINE-PARA.
           IF WS-LINES-USED > 55 THEN
               PERFORM C10-PAGE-HEADINGS-PARA
           END-IF.
           MOVE STUD-ID-3-NM TO STUD-ID-3-SP-OUT.
           MOVE STUD-ID-2-NM TO STUD-ID-2-SP-OUT.
           MOVE STUD-ID-4-NM TO STUD-ID-4-SP-OUT.
           MOVE LNAME-NM TO LNAME-SP-OUT.
           MOVE PROG-CODE-NM TO PROG-CODE-SP-OUT.
           MOVE WS-LAST-TERM TO TERM-SP-OUT.
           MOVE WS-ATTEMPTED TO ATTEMPTED-SP-OUT.
           MOVE WS-EARNED TO EARNED-SP-OUT.
           MOVE WS-COMP-PCT TO COMP-PCT-SP-OUT.
           MOVE WS-MAX-CREDITS TO MAX-CREDITS-SP-OUT.
           MOVE WS-CUM-GPA TO GPA-SP-OUT.
           MOVE WS-FAILED-LIST TO FAILED-SP-OUT.
           MOVE WS-PRIOR-STATUS TO WS-STATUS-CD-W.
           PERFORM C35-STATUS-NAME-PARA.
           MOVE WS-STATUS-NAME-W TO PRIOR-STATUS-SP-OUT.
           MOVE WS-NEW-STATUS TO WS-STATUS-CD-W.
           PERFORM C35-STATUS-NAME-PARA.
           MOVE WS-STATUS-NAME-W TO NEW-STATUS-SP-OUT.
           EVALUATE TRUE
               WHEN WS-SKIP-EVAL-SW = "Y"
                   MOVE SPACES TO LETTER-SP-OUT
                   MOVE "ON APPEAL" TO NOTE-SP-OUT
               WHEN WS-PROG-FOUND-SW = "N"
                   ADD 1 TO WS-NO-PROG-CNT
                   MOVE "NO PROGRAM" TO NOTE-SP-OUT
               WHEN CREDITS-NM > WS-GRADED
                   ADD 1 TO WS-PRE-HIST-CNT
                   MOVE "PRE-HIST" TO NOTE-SP-OUT
               WHEN OTHER
                   MOVE SPACES TO NOTE-SP-OUT
           END-EVALUATE.
           WRITE SAP-REPORT-OUT FROM WS-SP-DL-LINE-05
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-USED.
      *
      *
       C35-STATUS-NAME-PARA.
           EVALUATE WS-STATUS-CD-W
               WHEN "G"
                   MOVE "GOOD" TO WS-STATUS-NAME-W
               WHEN "W"
                   MOVE "WARNING" TO WS-STATUS-NAME-W
               WHEN "S"
                   MOVE "SUSPENSION" TO WS-STATUS-NAME-W
               WHEN "P"
                   MOVE "PROBATION" TO WS-STATUS-NAME-W
               WHEN OTHER
                   MOVE SPACES TO WS-STATUS-NAME-W
           END-EVALUATE.
      *
      *
      *    STUDENTS READ = EVALUATED + KEPT ON PROBATION + NO
      *    COURSE HISTORY + NOT AIDED; EVALUATED = GOOD + WARNING +
      *    SUSPENSION. APPEALS READ = APPLIED + DENIED + REJECTED.
       C60-TOTALS-PARA.
           WRITE SAP-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "STUDENTS EVALUATED:   " TO SP-TOT-LABEL-OUT.
           MOVE WS-EVAL-CNT TO SP-TOT-COUNT-OUT.
           WRITE SAP-REPORT-OUT FROM WS-SP-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  GOOD STANDING:      " TO SP-TOT-LABEL-OUT.
           MOVE WS-GOOD-CNT TO SP-TOT-COUNT-OUT.
           WRITE SAP-REPORT-OUT FROM WS-SP-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  WARNING:            " TO SP-TOT-LABEL-OUT.
           MOVE WS-WARNING-CNT TO SP-TOT-COUNT-OUT.
           WRITE SAP-REPORT-OUT FROM WS-SP-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  SUSPENSION:         " TO SP-TOT-LABEL-OUT.
           MOVE WS-SUSPEND-CNT TO SP-TOT-COUNT-OUT.
           WRITE SAP-REPORT-OUT FROM WS-SP-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "KEPT ON PROBATION:    " TO SP-TOT-LABEL-OUT.
           MOVE WS-KEPT-PROB-CNT TO SP-TOT-COUNT-OUT.
           WRITE SAP-REPORT-OUT FROM WS-SP-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "NO COURSE HISTORY:    " TO SP-TOT-LABEL-OUT.
           MOVE WS-NO-HIST-CNT TO SP-TOT-COUNT-OUT.
           WRITE SAP-REPORT-OUT FROM WS-SP-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "NOT ON AID ROSTER:    " TO SP-TOT-LABEL-OUT.
           MOVE WS-NOT-AIDED-CNT TO SP-TOT-COUNT-OUT.
           WRITE SAP-REPORT-OUT FROM WS-SP-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "ROSTER NOT ON MASTER: " TO SP-TOT-LABEL-OUT.
           MOVE WS-ROSTER-MISS-CNT TO SP-TOT-COUNT-OUT.
           WRITE SAP-REPORT-OUT FROM WS-SP-TOT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE SAP-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "MOVED TO WARNING:     " TO SP-TOT-LABEL-OUT.
           MOVE WS-TO-WARNING-CNT TO SP-TOT-COUNT-OUT.
           WRITE SAP-REPORT-OUT FROM WS-SP-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "MOVED TO SUSPENSION:  " TO SP-TOT-LABEL-OUT.
           MOVE WS-TO-SUSPEND-CNT TO SP-TOT-COUNT-OUT.
           WRITE SAP-REPORT-OUT FROM WS-SP-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "LETTERS FED TO PROG24:" TO SP-TOT-LABEL-OUT.
           MOVE WS-LETTER-CNT TO SP-TOT-COUNT-OUT.
           WRITE SAP-REPORT-OUT FROM WS-SP-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "NO PROGRAM ON PROGREQ:" TO SP-TOT-LABEL-OUT.
           MOVE WS-NO-PROG-CNT TO SP-TOT-COUNT-OUT.
           WRITE SAP-REPORT-OUT FROM WS-SP-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "PRE-HISTORY CREDITS:  " TO SP-TOT-LABEL-OUT.
           MOVE WS-PRE-HIST-CNT TO SP-TOT-COUNT-OUT.
           WRITE SAP-REPORT-OUT FROM WS-SP-TOT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE SAP-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "APPEALS READ:         " TO SP-TOT-LABEL-OUT.
           MOVE WS-APPEAL-READ-CNT TO SP-TOT-COUNT-OUT.
           WRITE SAP-REPORT-OUT FROM WS-SP-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  PROBATION GRANTED:  " TO SP-TOT-LABEL-OUT.
           MOVE WS-APPEAL-APPLIED-CNT TO SP-TOT-COUNT-OUT.
           WRITE SAP-REPORT-OUT FROM WS-SP-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  DENIED:             " TO SP-TOT-LABEL-OUT.
           MOVE WS-APPEAL-DENIED-CNT TO SP-TOT-COUNT-OUT.
           WRITE SAP-REPORT-OUT FROM WS-SP-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  REJECTED:           " TO SP-TOT-LABEL-OUT.
           MOVE WS-APPEAL-REJECT-CNT TO SP-TOT-COUNT-OUT.
           WRITE SAP-REPORT-OUT FROM WS-SP-TOT-LINE
               AFTER ADVANCING 1 LINE.
      *
      *
      *    A TERM CODE TO ITS ORDINAL - ZERO WHEN THE YEAR IS NOT
      *    NUMERIC OR THE SESSION IS NOT 01, 02 OR 03.
       C80-TERM-ORDINAL-PARA.
           MOVE ZERO TO WS-CONV-ORD.
           IF WS-CONV-YEAR IS NUMERIC THEN
               EVALUATE TRUE
                   WHEN SPRING-SESSION-W
                       COMPUTE WS-CONV-ORD = WS-CONV-YEAR-9 * 3
                   WHEN SUMMER-SESSION-W
                       COMPUTE WS-CONV-ORD = WS-CONV-YEAR-9 * 3 + 1
                   WHEN FALL-SESSION-W
                       COMPUTE WS-CONV-ORD = WS-CONV-YEAR-9 * 3 + 2
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
