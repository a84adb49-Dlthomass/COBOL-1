       IDENTIFICATION DIVISION.
      *
      *
       PROGRAM-ID.    PROG38.
      *AUTHOR.        ERIC.
      *INSTALLATION.  WSC.
      *DATE-WRITTEN.  JUN 28,2004.
      *DATE-COMPILED. JUN 28,2004.
      *SECURITY.      NONE.
      *
      *
      * YEAR-END ARCHIVE AND PURGE OF INACTIVE STUDENTS. THE MASTER
      * GENERATIONS AND THE GRADE, COURSE AND TEST HISTORY FILES
      * ONLY EVER GROW, SO STUDENTS WHO LEFT YEARS AGO RIDE
      * THROUGH EVERY NIGHTLY SORT AND MERGE. THIS PROGRAM MOVES
      * THEM OUT TO A SET OF ARCHIVE FILES:
      *
      *    MASTER-ARCH.DAT       THE 70-BYTE MASTER RECORD, INDEXED
      *                          ON THE STUDENT NUMBER, WITH THE
      *                          ARCHIVE DATE AND REASON.
      *    STUDEMO-ARCH.DAT      THE DEMOGRAPHICS RECORD, INDEXED
      *                          THE SAME WAY AS STUDEMO.DAT.
      *    GRADE-HIST-ARCH.DAT   THE STUDENT'S GRADE HISTORY,
      *    COURSE-HIST-ARCH.DAT  COURSE HISTORY AND TEST HISTORY
      *    TEST-HIST-ARCH.DAT    ROWS, IN THE ACTIVE FILES' LAYOUTS.
      *
      * A STUDENT IS ARCHIVED WHEN:
      *
      * A. THE STUDENT IS ON THE MASTER BUT HAS HAD NO ACTIVITY IN
      *    THE LAST N TERMS, COUNTING THE CURRENT TERM (FROM THE RUN
      *    DATE, THE SAME WAY PROG29 DERIVES IT). ACTIVITY IS AN
      *    ENROLLMENT, A GRADE OR COURSE HISTORY ROW, A TEST SCORE
      *    POSTING, OR AN ADD OR REINSTATEMENT ON THE MASTER CHANGE
      *    JOURNAL - SO A STUDENT ADDED OR BROUGHT BACK BEFORE
      *    THEIR FIRST TERM IS NOT PURGED. A STUDENT WITH NO
      *    ACTIVITY ON FILE AT ALL IS KEPT AND LISTED FOR REVIEW.
      * B. THE STUDENT WAS DROPPED BY PROG15 - THE LATEST JOURNAL
      *    ENTRY FOR THE STUDENT IS THE DROP. THE MASTER RECORD IS
      *    ALREADY GONE, SO THE DROP'S BEFORE IMAGE IS ARCHIVED AS
      *    THE MASTER RECORD, AND THE HISTORY ROWS FOLLOW IT.
      *
      * N COMES FROM THE ARCHIVE PARAMETER RECORD (ARCHIVE-PARM.DAT)
      * ALONG WITH THE RUN TYPE - "Y" FOR THE YEAR-END RUN, "R"
      * FOR A RUN THAT ONLY APPLIES REINSTATEMENTS. EITHER RUN
      * APPLIES THE REINSTATE TRANSACTIONS (REINSTATE.DAT, ONE
      * STUDENT NUMBER PER RECORD): A RETURNING STUDENT'S MASTER
      * RECORD, DEMOGRAPHICS AND EVERY HISTORY ROW ARE MOVED BACK
      * FROM THE ARCHIVE FILES TO THE ACTIVE FILES INTACT. A
      * REINSTATE FOR A STUDENT NOT ON THE ARCHIVE, OR STILL ON
      * THE ACTIVE MASTER, IS REJECTED.
      *
      * THE MASTER IS MAINTAINED THE WAY PROG15 MAINTAINS IT - THE
      * STUDENT FILE IN IS PROG20'S UNLOAD OF THE CURRENT
      * GENERATION, AND THE STUDENT FILE OUT (STUDENT-NEW.DAT) IS
      * WHAT THE MERGE BUILDS THE NEXT GENERATION FROM. RUN IT
      * AFTER PROG15 (IF MAINTENANCE IS RUN THAT NIGHT) AND BEFORE
      * THE MERGE. EVERY STUDENT ARCHIVED OR REINSTATED IS
      * APPENDED TO THE MASTER CHANGE JOURNAL, AND THE STEP LOGS
      * ITS MASTERS IN AND OUT ON THE RUN LOG FOR PROG27.
      *
      * THE HISTORY FILES ARE REWRITTEN IN STUDENT NUMBER ORDER,
      * EACH STUDENT'S ROWS IN THEIR ORIGINAL POSTING ORDER - EVERY
      * PROGRAM THAT READS THEM SORTS THEM BY STUDENT FIRST. THE
      * SORTED COPIES THE REWRITE WAS MADE FROM ARE LEFT ON DISK
      * UNTIL THE NEXT RUN.
      *
      * EVERY STUDENT ARCHIVED, REINSTATED, REJECTED OR KEPT FOR
      * REVIEW IS LISTED. THE LAST PAGE IS THE CONTROL TOTALS, ONE
      * LINE PER FILE: RECORDS ACTIVE AND ARCHIVED BEFORE THE RUN,
      * RECORDS MOVED EACH WAY, AND RECORDS ACTIVE AND ARCHIVED
      * AFTER IT - ACTIVE PLUS ARCHIVED AFTER MUST EQUAL ACTIVE
      * PLUS ARCHIVED BEFORE, OR THE LINE IS OUT OF BALANCE.
      *
      *
      *
       ENVIRONMENT DIVISION.
      *
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT OPTIONAL ARCHIVE-PARM-FILE
               ASSIGN TO "ARCHIVE-PARM.DAT".
           SELECT MASTER-FILE-IN
               ASSIGN TO "STUDENT.DAT".
           SELECT SORTED-MASTER-FILE
               ASSIGN TO "SORTED-STUDENT38.DAT".
           SELECT NEW-MASTER-FILE
               ASSIGN TO "STUDENT-NEW.DAT".
           SELECT OPTIONAL REINSTATE-FILE
               ASSIGN TO "REINSTATE.DAT".
           SELECT SORTED-REINSTATE-FILE
               ASSIGN TO "SORTED-REINST38.DAT".
           SELECT OPTIONAL ENROLL-FILE
               ASSIGN TO "ENROLL.DAT".
           SELECT OPTIONAL GRADE-HISTORY-FILE
               ASSIGN TO "GRADE-HIST.DAT".
           SELECT OPTIONAL COURSE-HISTORY-FILE
               ASSIGN TO "COURSE-HIST.DAT".
           SELECT OPTIONAL TEST-HIST-FILE
               ASSIGN TO "TEST-HIST.DAT".
           SELECT OPTIONAL MASTER-JOURNAL-FILE
               ASSIGN TO "MASTER-JOURNAL.DAT".
           SELECT ACTIVITY-FILE
               ASSIGN TO "ACTIVITY38.DAT".
           SELECT SORTED-ACTIVITY-FILE
               ASSIGN TO "SORTED-ACTIVITY38.DAT".
           SELECT ACTION-FILE
               ASSIGN TO "ARCHIVE-ACTION38.DAT".
           SELECT OPTIONAL GRADE-ARCH-FILE
               ASSIGN TO "GRADE-HIST-ARCH.DAT".
           SELECT OPTIONAL COURSE-ARCH-FILE
               ASSIGN TO "COURSE-HIST-ARCH.DAT".
           SELECT OPTIONAL TEST-ARCH-FILE
               ASSIGN TO "TEST-HIST-ARCH.DAT".
           SELECT SORTED-GRADE-FILE
               ASSIGN TO "SORTED-GRADE38.DAT".
           SELECT SORTED-GRADE-ARCH-FILE
               ASSIGN TO "SORTED-GRADEARC38.DAT".
           SELECT SORTED-COURSE-FILE
               ASSIGN TO "SORTED-CRSHIST38.DAT".
           SELECT SORTED-COURSE-ARCH-FILE
               ASSIGN TO "SORTED-CRSARC38.DAT".
           SELECT SORTED-TEST-FILE
               ASSIGN TO "SORTED-TSTHIST38.DAT".
           SELECT SORTED-TEST-ARCH-FILE
               ASSIGN TO "SORTED-TSTARC38.DAT".
           SELECT OPTIONAL STU-DEMO-FILE
               ASSIGN TO "STUDEMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-STUD-ID-KEY.
           SELECT OPTIONAL DEMO-ARCH-FILE
               ASSIGN TO "STUDEMO-ARCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-STUD-ID-KEY.
           SELECT OPTIONAL MASTER-ARCH-FILE
               ASSIGN TO "MASTER-ARCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-STUD-ID-KEY.
           SELECT ARCHIVE-REPORT
               ASSIGN TO "PROG38_OUT.DAT".
           SELECT SORT-WORK-MASTER
               ASSIGN TO "SORT-WORK38A.DAT".
           SELECT SORT-WORK-REINST
               ASSIGN TO "SORT-WORK38B.DAT".
           SELECT SORT-WORK-ACTIVITY
               ASSIGN TO "SORT-WORK38C.DAT".
           SELECT SORT-WORK-GRADE
               ASSIGN TO "SORT-WORK38D.DAT".
           SELECT SORT-WORK-ROW30
               ASSIGN TO "SORT-WORK38E.DAT".
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO "RUN-LOG.DAT".
      *
      *
      *
       DATA DIVISION.
      *
      *
       FILE SECTION.
      *
      *    ONE-RECORD PARAMETER FILE FOR THE RUN - THE RUN TYPE AND
      *    THE NUMBER OF TERMS WITHOUT ACTIVITY THAT MAKES A
      *    STUDENT INACTIVE.
       FD  ARCHIVE-PARM-FILE
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS ARCHIVE-PARM-REC.
      *
       01  ARCHIVE-PARM-REC             PIC X(80).
      *
       FD  MASTER-FILE-IN
               RECORD CONTAINS 70 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS MASTER-REC-IN.
      *
       01  MASTER-REC-IN                PIC X(70).
      *
       FD  SORTED-MASTER-FILE
               RECORD CONTAINS 70 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SORTED-MASTER-REC.
      *
       01  SORTED-MASTER-REC            PIC X(70).
      *
       FD  NEW-MASTER-FILE
               RECORD CONTAINS 70 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS NEW-MASTER-REC.
      *
       01  NEW-MASTER-REC               PIC X(70).
      *
       FD  REINSTATE-FILE
               RECORD CONTAINS 20 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS REINSTATE-REC-IN.
      *
       01  REINSTATE-REC-IN             PIC X(20).
      *
       FD  SORTED-REINSTATE-FILE
               RECORD CONTAINS 20 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SORTED-REINSTATE-REC.
      *
       01  SORTED-REINSTATE-REC         PIC X(20).
      *
       FD  ENROLL-FILE
               RECORD CONTAINS 30 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS ENROLL-REC-IN.
      *
       01  ENROLL-REC-IN                PIC X(30).
      *
       FD  GRADE-HISTORY-FILE
               RECORD CONTAINS 50 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS GRADE-HIST-REC.
      *
       01  GRADE-HIST-REC               PIC X(50).
      *
       FD  COURSE-HISTORY-FILE
               RECORD CONTAINS 30 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS COURSE-HIST-REC.
      *
       01  COURSE-HIST-REC              PIC X(30).
      *
       FD  TEST-HIST-FILE
               RECORD CONTAINS 30 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS TEST-HIST-REC.
      *
       01  TEST-HIST-REC                PIC X(30).
      *
      *    SHARED BEFORE/AFTER JOURNAL OF EVERY CHANGE MADE TO A
      *    STUDENT'S MASTER RECORD. READ HERE FOR ADDS, DROPS AND
      *    REINSTATEMENTS, THEN APPENDED TO WITH THIS RUN'S OWN
      *    ARCHIVE AND REINSTATE ENTRIES.
       FD  MASTER-JOURNAL-FILE
               RECORD CONTAINS 180 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS MASTER-JOURNAL-REC.
      *
       01  MASTER-JOURNAL-REC.
           05  MJ-STUD-ID               PIC X(9).
           05  MJ-RUN-DATE              PIC X(6).
           05  MJ-RUN-TIME              PIC X(8).
      *    STEP NAME AS IT APPEARS ON THE RUN LOG.
           05  MJ-STEP                  PIC X(5).
      *    A = ADD, C = NAME/PROGRAM CHANGE, D = DROP, G = GRADES
      *    POSTED, T = TEST SCORE POSTED, L = INCOMPLETE LAPSE,
      *    X = ARCHIVED, R = REINSTATED FROM THE ARCHIVE.
           05  MJ-CHANGE-TYPE           PIC X(1).
           05  MJ-BEFORE-IMAGE          PIC X(70).
           05  MJ-AFTER-IMAGE           PIC X(70).
           05  FILLER                   PIC X(11).
      *
      *    ONE RECORD PER PIECE OF STUDENT ACTIVITY, GATHERED FROM
      *    EVERY SOURCE AND SORTED BY STUDENT FOR THE MASTER PASS.
       FD  ACTIVITY-FILE
               RECORD CONTAINS 100 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS ACTIVITY-REC-OUT.
      *
       01  ACTIVITY-REC-OUT             PIC X(100).
      *
       FD  SORTED-ACTIVITY-FILE
               RECORD CONTAINS 100 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SORTED-ACTIVITY-REC.
      *
       01  SORTED-ACTIVITY-REC          PIC X(100).
      *
      *    ONE RECORD PER STUDENT MOVED, IN STUDENT NUMBER ORDER -
      *    "A" TO THE ARCHIVE, "R" BACK TO THE ACTIVE FILES. THE
      *    HISTORY PASSES MATCH THEIR ROWS AGAINST IT.
       FD  ACTION-FILE
               RECORD CONTAINS 20 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS ACTION-REC.
      *
       01  ACTION-REC.
           05  AC-STUD-ID               PIC X(9).
           05  AC-ACTION                PIC X(1).
           05  FILLER                   PIC X(10).
      *
       FD  GRADE-ARCH-FILE
               RECORD CONTAINS 50 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS GRADE-ARCH-REC.
      *
       01  GRADE-ARCH-REC               PIC X(50).
      *
       FD  COURSE-ARCH-FILE
               RECORD CONTAINS 30 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS COURSE-ARCH-REC.
      *
       01  COURSE-ARCH-REC              PIC X(30).
      *
       FD  TEST-ARCH-FILE
               RECORD CONTAINS 30 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS TEST-ARCH-REC.
      *
       01  TEST-ARCH-REC                PIC X(30).
      *
       FD  SORTED-GRADE-FILE
               RECORD CONTAINS 50 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SORTED-GRADE-REC.
      *
       01  SORTED-GRADE-REC             PIC X(50).
      *
       FD  SORTED-GRADE-ARCH-FILE
               RECORD CONTAINS 50 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SORTED-GRADE-ARCH-REC.
      *
       01  SORTED-GRADE-ARCH-REC        PIC X(50).
      *
       FD  SORTED-COURSE-FILE
               RECORD CONTAINS 30 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SORTED-COURSE-REC.
      *
       01  SORTED-COURSE-REC            PIC X(30).
      *
       FD  SORTED-COURSE-ARCH-FILE
               RECORD CONTAINS 30 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SORTED-COURSE-ARCH-REC.
      *
       01  SORTED-COURSE-ARCH-REC       PIC X(30).
      *
       FD  SORTED-TEST-FILE
               RECORD CONTAINS 30 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SORTED-TEST-REC.
      *
       01  SORTED-TEST-REC              PIC X(30).
      *
       FD  SORTED-TEST-ARCH-FILE
               RECORD CONTAINS 30 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SORTED-TEST-ARCH-REC.
      *
       01  SORTED-TEST-ARCH-REC         PIC X(30).
      *
      *    THE COMPANION DEMOGRAPHICS FILE - ONE RECORD PER
      *    STUDENT, INDEXED ON THE SAME 9-BYTE STUDENT NUMBER AS
      *    THE MASTER GENERATIONS. ONLY THE KEY MATTERS HERE - THE
      *    RECORD MOVES WHOLE.
       FD  STU-DEMO-FILE
               RECORD CONTAINS 100 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS STU-DEMO-REC.
      *
       01  STU-DEMO-REC.
           05  FILLER                   PIC X(2).
           05  DM-STUD-ID-KEY           PIC X(9).
           05  FILLER                   PIC X(89).
      *
       FD  DEMO-ARCH-FILE
               RECORD CONTAINS 100 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS DEMO-ARCH-REC.
      *
       01  DEMO-ARCH-REC.
           05  FILLER                   PIC X(2).
           05  DA-STUD-ID-KEY           PIC X(9).
           05  FILLER                   PIC X(89).
      *
      *    THE ARCHIVED MASTER - THE 70-BYTE MASTER RECORD AS IT
      *    STOOD WHEN THE STUDENT LEFT THE ACTIVE FILES, FOLLOWED
      *    BY THE ARCHIVE DATE (YYMMDD) AND WHY THE STUDENT WAS
      *    ARCHIVED.
       FD  MASTER-ARCH-FILE
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS MASTER-ARCH-REC.
      *
       01  MASTER-ARCH-REC.
           05  MA-MASTER-IMAGE.
               10  FILLER               PIC X(2).
               10  MA-STUD-ID-KEY       PIC X(9).
               10  FILLER               PIC X(59).
           05  MA-ARCH-DATE             PIC X(6).
      *    I = INACTIVE, D = DROPPED BY PROG15.
           05  MA-ARCH-REASON           PIC X(1).
           05  FILLER                   PIC X(3).
      *
       FD  ARCHIVE-REPORT
               RECORD CONTAINS 132 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS ARCHIVE-REPORT-OUT.
      *
       01  ARCHIVE-REPORT-OUT           PIC X(132).
      *
      *    THE NIGHTLY RUN LOG - EVERY STEP OF THE STREAM APPENDS
      *    ONE RECORD (STEP NAME, START/STOP TIME, RECORDS IN,
      *    RECORDS OUT, REJECTS) SO THE END-OF-NIGHT BALANCING
      *    PROGRAM (PROG27) CAN CROSS-FOOT THE WHOLE NIGHT.
       FD  RUN-LOG-FILE
               RECORD CONTAINS 50 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS RUN-LOG-REC.
      *
       01  RUN-LOG-REC.
           05  RL-RUN-DATE              PIC X(6).
           05  RL-STEP                  PIC X(5).
           05  RL-START-TIME            PIC X(6).
           05  RL-STOP-TIME             PIC X(6).
           05  RL-RECS-IN               PIC 9(7).
           05  RL-RECS-OUT              PIC 9(7).
           05  RL-REJECTS               PIC 9(7).
           05  FILLER                   PIC X(6).
      *
       SD  SORT-WORK-MASTER
             DATA RECORD IS SORT-WORK-MASTER-REC.
      *
       01  SORT-WORK-MASTER-REC.
           05  FILLER                   PIC X(2).
           05  SR-MASTER-STUD-ID        PIC X(9).
           05  FILLER                   PIC X(59).
      *
       SD  SORT-WORK-REINST
             DATA RECORD IS SORT-WORK-REINST-REC.
      *
       01  SORT-WORK-REINST-REC.
           05  SR-REINST-STUD-ID        PIC X(9).
           05  FILLER                   PIC X(11).
      *
       SD  SORT-WORK-ACTIVITY
             DATA RECORD IS SORT-WORK-ACTIVITY-REC.
      *
       01  SORT-WORK-ACTIVITY-REC.
           05  SR-ACTIVITY-STUD-ID      PIC X(9).
           05  FILLER                   PIC X(91).
      *
       SD  SORT-WORK-GRADE
             DATA RECORD IS SORT-WORK-GRADE-REC.
      *
       01  SORT-WORK-GRADE-REC.
           05  SR-GRADE-STUD-ID         PIC X(9).
           05  FILLER                   PIC X(41).
      *
      *    THE COURSE AND TEST HISTORIES ARE BOTH 30 BYTES WITH THE
      *    STUDENT NUMBER FIRST, SO ONE SORT WORK FILE SERVES BOTH.
       SD  SORT-WORK-ROW30
             DATA RECORD IS SORT-WORK-ROW30-REC.
      *
       01  SORT-WORK-ROW30-REC.
           05  SR-ROW30-STUD-ID         PIC X(9).
           05  FILLER                   PIC X(21).
      *
      *
      *
       WORKING-STORAGE SECTION.
      *
      *
       01  WS-SWITCHES.
           05  PARM-FOUND-SW            PIC X.
           05  EXTRACT-EOF-SW           PIC X.
           05  ROW-EOF-SW               PIC X.
           05  COUNT-EOF-SW             PIC X.
           05  ARCH-FOUND-SW            PIC X.
           05  WS-KEEP-MASTER-SW        PIC X.
           05  WS-ROW-MOVES-SW          PIC X.
           05  WS-OOB-SW                PIC X.
      *
      *    THE THREE STREAMS OF THE MASTER PASS, EACH HELD BY ITS
      *    CURRENT STUDENT NUMBER - HIGH-VALUES ONCE THE STREAM
      *    RUNS OUT. EACH STUDENT NUMBER IS TAKEN ONCE, LOWEST
      *    FIRST, FROM WHICHEVER STREAMS CARRY IT.
       01  WS-HOLD-AREA.
           05  MASTER-HOLD              PIC X(9).
           05  ACTIVITY-HOLD            PIC X(9).
           05  REINST-HOLD              PIC X(9).
           05  ACTION-HOLD              PIC X(9).
           05  WS-LOW-KEY.
               10  WS-LOW-KEY-3         PIC X(3).
               10  WS-LOW-KEY-2         PIC X(2).
               10  WS-LOW-KEY-4         PIC X(4).
      *
      *    WHAT THE ACTIVITY STREAM SAYS ABOUT THE CURRENT STUDENT
      *    - THE LATEST TERM WITH ACTIVITY, AND THE LATEST JOURNAL
      *    ENTRY WITH ITS BEFORE IMAGE.
       01  WS-STUDENT-ACTIVITY.
           05  WS-LAST-ORD              PIC 9(5).
           05  WS-LAST-TERM-CODE        PIC X(6).
           05  WS-LAST-JRNL-TYPE        PIC X(1).
           05  WS-LAST-JRNL-IMAGE       PIC X(70).
      *
      *    THE RUN'S TERMS. A TERM'S ORDINAL PUTS TERMS IN CALENDAR
      *    ORDER - YEAR TIMES 3 PLUS 0 FOR SPRING (02), 1 FOR SUMMER
      *    (03) AND 2 FOR FALL (01) - SO TERMS CAN BE COUNTED BACK
      *    FROM THE CURRENT ONE. A STUDENT IS INACTIVE WHEN THE
      *    LATEST ORDINAL WITH ACTIVITY IS AT OR BELOW THE CUTOFF.
       01  WS-TERM-AREA.
           05  WS-INACTIVE-TERMS        PIC 9(2).
           05  WS-CURR-TERM-CODE        PIC X(6).
           05  WS-CURR-ORD              PIC 9(5).
           05  WS-CUTOFF-ORD            PIC 9(5).
           05  WS-FIRST-KEPT-TERM       PIC X(6).
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
           05  WS-CONV-RANK             PIC 9(1).
           05  WS-CONV-DATE.
               10  WS-CONV-YY           PIC X(2).
               10  WS-CONV-MM           PIC X(2).
               10  WS-CONV-MM-9 REDEFINES WS-CONV-MM
                                        PIC 9(2).
               10  WS-CONV-DD           PIC X(2).
      *
       01  WS-RUN-COUNTS.
           05  WS-ARCH-INACTIVE-CNT     PIC 9(5) VALUE ZERO.
           05  WS-ARCH-DROPPED-CNT      PIC 9(5) VALUE ZERO.
           05  WS-REINSTATED-CNT        PIC 9(5) VALUE ZERO.
           05  WS-REJECT-CNT            PIC 9(5) VALUE ZERO.
           05  WS-NO-ACTIVITY-CNT       PIC 9(5) VALUE ZERO.
      *
      *    CONTROL TOTALS, ONE ENTRY PER FILE: 1 MASTER,
      *    2 DEMOGRAPHICS, 3 GRADE HISTORY, 4 COURSE HISTORY,
      *    5 TEST HISTORY. "FROM JOURNAL" IS A DROPPED STUDENT'S
      *    MASTER RECORD, ARCHIVED FROM THE DROP'S BEFORE IMAGE.
       01  WS-CONTROL-NAMES.
           05  FILLER                   PIC X(20)
                       VALUE "STUDENT MASTER".
           05  FILLER                   PIC X(20)
                       VALUE "DEMOGRAPHICS".
           05  FILLER                   PIC X(20)
                       VALUE "GRADE HISTORY".
           05  FILLER                   PIC X(20)
                       VALUE "COURSE HISTORY".
           05  FILLER                   PIC X(20)
                       VALUE "TEST HISTORY".
       01  WS-CONTROL-NAME-TABLE REDEFINES WS-CONTROL-NAMES.
           05  WS-CONTROL-NAME          PIC X(20) OCCURS 5 TIMES.
      *
       01  WS-CONTROL-TOTALS.
           05  WS-CTL-ENTRY  OCCURS 5 TIMES.
               10  CTL-ACTIVE-BEFORE    PIC 9(7).
               10  CTL-ARCH-BEFORE      PIC 9(7).
               10  CTL-TO-ARCHIVE       PIC 9(7).
               10  CTL-TO-ACTIVE        PIC 9(7).
               10  CTL-FROM-JOURNAL     PIC 9(7).
               10  CTL-ACTIVE-AFTER     PIC 9(7).
               10  CTL-ARCH-AFTER       PIC 9(7).
      *
       01  WS-BALANCE-WORK.
           05  WS-CTL-SUB               PIC 9(1).
           05  WS-COUNT-W               PIC 9(7).
           05  WS-EXPECTED-W            PIC S9(8).
           05  WS-ACTUAL-W              PIC S9(8).
           05  WS-PASS-ACTION           PIC X(1).
           05  WS-ACTION-CD             PIC X(1).
           05  WS-JOURNAL-TYPE          PIC X(1).
           05  WS-JOURNAL-BEFORE        PIC X(70).
           05  WS-JOURNAL-AFTER         PIC X(70).
           05  WS-DISPOSITION           PIC X(30).
      *
       01  WS-PAGE-LAYOUT.
           05  WS-LINES-USED            PIC 9(2).
      *
       01  WS-DATE-ACCEPT.
           05  DATE-ACCEPT              PIC X(6).
           05  DATE-WS REDEFINES DATE-ACCEPT.
               10  WS-YEAR              PIC X(2).
               10  WS-MONTH             PIC X(2).
               10  WS-DAY               PIC X(2).
      *
       01  WS-TIME-AREA.
           05  WS-TIME-ACCEPT           PIC X(8).
           05  WS-STEP-START-TIME       PIC X(6).
      *
      *    THE MASTER RECORD AS READ FROM THE SORTED STUDENT FILE.
       01  WS-NM-REC.
           05  FILLER                   PIC X(2).
           05  STUD-ID-NM               PIC X(9).
           05  LNAME-NM                 PIC X(14).
           05  FNAME-NM                 PIC X(10).
           05  PROG-CODE-NM             PIC X(3).
           05  FILLER                   PIC X(32).
      *
      *    THE MASTER RECORD BEING ARCHIVED, REINSTATED OR LISTED -
      *    FROM THE STUDENT FILE, THE ARCHIVE, OR A DROP'S JOURNAL
      *    BEFORE IMAGE.
       01  WS-IMAGE-REC.
           05  FILLER                   PIC X(2).
           05  STUD-ID-IM               PIC X(9).
           05  LNAME-IM                 PIC X(14).
           05  FNAME-IM                 PIC X(10).
           05  PROG-CODE-IM             PIC X(3).
           05  FILLER                   PIC X(32).
      *
       01  WS-ARCHIVE-PARM-REC.
           05  AP-RUN-TYPE              PIC X(1).
               88  YEAR-END-RUN-AP      VALUE "Y".
               88  REINSTATE-RUN-AP     VALUE "R".
           05  AP-INACTIVE-TERMS-X      PIC X(2).
           05  AP-INACTIVE-TERMS-9 REDEFINES AP-INACTIVE-TERMS-X
                                        PIC 9(2).
           05  FILLER                   PIC X(77).
      *
       01  WS-REINSTATE-REC.
           05  RI-STUD-ID               PIC X(9).
           05  FILLER                   PIC X(11).
      *
      *    ONE PIECE OF ACTIVITY. THE TERM FIELDS ARE BLANK AND ZERO
      *    ON A JOURNAL ENTRY THAT IS NOT ITSELF ACTIVITY - IT IS
      *    CARRIED ONLY SO THE STUDENT'S LATEST ENTRY IS KNOWN.
       01  WS-ACTIVITY-REC.
           05  AW-STUD-ID               PIC X(9).
      *    E = ENROLLMENT, G = GRADE HISTORY, C = COURSE HISTORY,
      *    T = TEST HISTORY, J = MASTER CHANGE JOURNAL.
           05  AW-SOURCE                PIC X(1).
           05  AW-TERM-CODE             PIC X(6).
           05  AW-TERM-ORD              PIC 9(5).
           05  AW-JRNL-TYPE             PIC X(1).
           05  AW-JRNL-DATE             PIC X(6).
           05  AW-JRNL-IMAGE            PIC X(70).
           05  FILLER                   PIC X(2).
      *
       01  WS-ACTION-REC.
           05  WA-STUD-ID               PIC X(9).
           05  WA-ACTION                PIC X(1).
           05  FILLER                   PIC X(10).
      *
      *    ONE HISTORY ROW OF ANY OF THE THREE HISTORY FILES - THE
      *    STUDENT NUMBER LEADS ALL THREE LAYOUTS, AND THE 30-BYTE
      *    ROWS ARE READ INTO AND WRITTEN FROM THE FRONT OF IT.
       01  WS-HIST-ROW.
           05  HR-STUD-ID               PIC X(9).
           05  FILLER                   PIC X(41).
      *
       01  WS-ENROLL-REC.
           05  EN-STUD-ID               PIC X(9).
           05  EN-DEPT                  PIC X(4).
           05  EN-COURSE-NUM            PIC X(4).
           05  EN-SECTION               PIC X(2).
           05  EN-TERM-CODE             PIC X(6).
           05  FILLER                   PIC X(5).
      *
       01  WS-GRADE-HIST-REC.
           05  GH-STUD-ID               PIC X(9).
           05  GH-TERM-CODE             PIC X(6).
           05  FILLER                   PIC X(35).
      *
       01  WS-COURSE-HIST-REC.
           05  CH-STUD-ID               PIC X(9).
           05  CH-DEPT                  PIC X(4).
           05  CH-COURSE-NUM            PIC X(4).
           05  CH-GRADE                 PIC X(1).
           05  CH-CREDITS               PIC X(1).
           05  CH-TERM-CODE             PIC X(6).
           05  CH-COR-IND               PIC X(1).
           05  FILLER                   PIC X(4).
      *
       01  WS-TEST-HIST-REC.
           05  TH-STUD-ID               PIC X(9).
           05  TH-SCORE                 PIC X(3).
           05  TH-BATCH-DATE            PIC X(6).
           05  TH-DISP-CD               PIC X(1).
           05  FILLER                   PIC X(11).
      *
       01  WS-JOURNAL-REC.
           05  JR-STUD-ID               PIC X(9).
           05  JR-RUN-DATE              PIC X(6).
           05  JR-RUN-TIME              PIC X(8).
           05  JR-STEP                  PIC X(5).
           05  JR-CHANGE-TYPE           PIC X(1).
               88  ADD-CHANGE-JR        VALUE "A".
               88  DROP-CHANGE-JR       VALUE "D".
               88  REINSTATE-CHANGE-JR  VALUE "R".
           05  JR-BEFORE-IMAGE          PIC X(70).
           05  JR-AFTER-IMAGE           PIC X(70).
           05  FILLER                   PIC X(11).
      *
       01  WS-AR-LINE-01.
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
       01  WS-AR-LINE-02.
           05  FILLER                   PIC X(22) VALUE SPACES.
           05  FILLER                   PIC X(15)
                       VALUE "STUDENT ARCHIVE".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(17)
                       VALUE "AND REINSTATEMENT".
           05  FILLER                   PIC X(77) VALUE SPACES.
      *
       01  WS-AR-LINE-03.
           05  FILLER                   PIC X(6) VALUE "DATE: ".
           05  RUN-DATE-AR-OUT.
               10  MONTH-AR-OUT         PIC X(2).
               10  FILLER               PIC X VALUE "/".
               10  DAY-AR-OUT           PIC X(2).
               10  FILLER               PIC X VALUE "/".
               10  YEAR-AR-OUT          PIC X(2).
           05  FILLER                   PIC X(118) VALUE SPACES.
      *
       01  WS-AR-LINE-03A.
           05  FILLER                   PIC X(35)
                   VALUE "YEAR-END RUN - ARCHIVING STUDENTS W".
           05  FILLER                   PIC X(29)
                   VALUE "ITH NO ACTIVITY IN THE LAST  ".
           05  TERMS-AR-OUT             PIC Z9.
           05  FILLER                   PIC X(13)
                   VALUE " TERMS (TERMS".
           05  FILLER                   PIC X VALUE SPACE.
           05  FIRST-TERM-AR-OUT        PIC X(6).
           05  FILLER                   PIC X(9) VALUE " THROUGH ".
           05  CURR-TERM-AR-OUT         PIC X(6).
           05  FILLER                   PIC X(1) VALUE ")".
           05  FILLER                   PIC X(30) VALUE SPACES.
      *
       01  WS-AR-LINE-03B.
           05  FILLER                   PIC X(35)
                   VALUE "REINSTATEMENT RUN - NO STUDENTS ARE".
           05  FILLER                   PIC X(9) VALUE " ARCHIVED".
           05  FILLER                   PIC X(88) VALUE SPACES.
      *
       01  WS-AR-LINE-04.
           05  FILLER                   PIC X(7) VALUE "STUDENT".
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  FILLER                   PIC X(4) VALUE "NAME".
           05  FILLER                   PIC X(23) VALUE SPACES.
           05  FILLER                   PIC X(4) VALUE "PROG".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(9) VALUE "LAST TERM".
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE "DISPOSITION".
           05  FILLER                   PIC X(65) VALUE SPACES.
      *
       01  WS-AR-DL-LINE-05.
           05  STUD-ID-AR-OUT.
               10  STUD-ID-3-AR-OUT     PIC X(3).
               10  FILLER               PIC X VALUE "-".
               10  STUD-ID-2-AR-OUT     PIC X(2).
               10  FILLER               PIC X VALUE "-".
               10  STUD-ID-4-AR-OUT     PIC X(4).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  LNAME-AR-OUT             PIC X(14).
           05  FILLER                   PIC X VALUE SPACE.
           05  FNAME-AR-OUT             PIC X(10).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  PROG-CODE-AR-OUT         PIC X(3).
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  LAST-TERM-AR-OUT         PIC X(6).
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  DISPOSITION-AR-OUT       PIC X(30).
           05  FILLER                   PIC X(46) VALUE SPACES.
      *
       01  WS-AR-LINE-06.
           05  FILLER                   PIC X(24) VALUE SPACES.
           05  FILLER                   PIC X(14)
                       VALUE "CONTROL TOTALS".
           05  FILLER                   PIC X(94) VALUE SPACES.
      *
       01  WS-AR-LINE-07.
           05  FILLER                   PIC X(20) VALUE "FILE".
           05  FILLER                   PIC X(10) VALUE "    ACTIVE".
           05  FILLER                   PIC X(10) VALUE "   ARCHIVE".
           05  FILLER                   PIC X(10) VALUE "  ARCHIVED".
           05  FILLER                   PIC X(10) VALUE "REINSTATED".
           05  FILLER                   PIC X(10) VALUE "  FROM THE".
           05  FILLER                   PIC X(10) VALUE "    ACTIVE".
           05  FILLER                   PIC X(10) VALUE "   ARCHIVE".
           05  FILLER                   PIC X(42) VALUE SPACES.
      *
       01  WS-AR-LINE-08.
           05  FILLER                   PIC X(20) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE "    BEFORE".
           05  FILLER                   PIC X(10) VALUE "    BEFORE".
           05  FILLER                   PIC X(10) VALUE "  THIS RUN".
           05  FILLER                   PIC X(10) VALUE "  THIS RUN".
           05  FILLER                   PIC X(10) VALUE "   JOURNAL".
           05  FILLER                   PIC X(10) VALUE "     AFTER".
           05  FILLER                   PIC X(10) VALUE "     AFTER".
           05  FILLER                   PIC X(42) VALUE SPACES.
      *
       01  WS-AR-CTL-LINE-09.
           05  CTL-NAME-AR-OUT          PIC X(20).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  CTL-ACTIVE-BEF-AR-OUT    PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  CTL-ARCH-BEF-AR-OUT      PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  CTL-TO-ARCH-AR-OUT       PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  CTL-TO-ACTIVE-AR-OUT     PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  CTL-FROM-JRNL-AR-OUT     PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  CTL-ACTIVE-AFT-AR-OUT    PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  CTL-ARCH-AFT-AR-OUT      PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  CTL-STATUS-AR-OUT        PIC X(14).
           05  FILLER                   PIC X(26) VALUE SPACES.
      *
       01  WS-AR-LINE-10.
           05  FILLER                   PIC X(35)
                   VALUE "ACTIVE BEFORE - ARCHIVED + REINSTAT".
           05  FILLER                   PIC X(35)
                   VALUE "ED = ACTIVE AFTER, AND ACTIVE + ARC".
           05  FILLER                   PIC X(35)
                   VALUE "HIVE AFTER = ACTIVE + ARCHIVE BEFOR".
           05  FILLER                   PIC X(22)
                   VALUE "E + FROM THE JOURNAL.".
           05  FILLER                   PIC X(5) VALUE SPACES.
      *
       01  WS-AR-TOT-LINE.
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  AR-TOT-LABEL-OUT         PIC X(22).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  AR-TOT-COUNT-OUT         PIC ZZZZ9.
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
           PERFORM B05-READ-PARM-PARA.
           PERFORM B10-INIT-PARA.
           PERFORM B12-SORT-MASTER-PARA.
           PERFORM B14-SORT-REINSTATE-PARA.
           PERFORM B30-EXTRACT-ACTIVITY-PARA.
           PERFORM B16-COUNT-ARCHIVE-PARA.
           MOVE CTL-ACTIVE-AFTER(2) TO CTL-ACTIVE-BEFORE(2).
           MOVE CTL-ARCH-AFTER(1) TO CTL-ARCH-BEFORE(1).
           MOVE CTL-ARCH-AFTER(2) TO CTL-ARCH-BEFORE(2).
           OPEN INPUT  SORTED-MASTER-FILE
                       SORTED-ACTIVITY-FILE
                       SORTED-REINSTATE-FILE
                OUTPUT NEW-MASTER-FILE
                       ACTION-FILE
                       ARCHIVE-REPORT.
           OPEN I-O    STU-DEMO-FILE
                       DEMO-ARCH-FILE
                       MASTER-ARCH-FILE.
           OPEN EXTEND MASTER-JOURNAL-FILE.
           PERFORM C10-REPORT-HEADINGS-PARA.
           PERFORM B22-READ-MASTER-PARA.
           PERFORM B24-READ-ACTIVITY-PARA.
           PERFORM B26-READ-REINSTATE-PARA.
           PERFORM B40-PROCESS-KEY-PARA
               UNTIL MASTER-HOLD = HIGH-VALUES AND
                     ACTIVITY-HOLD = HIGH-VALUES AND
                     REINST-HOLD = HIGH-VALUES.
           CLOSE SORTED-MASTER-FILE
                 SORTED-ACTIVITY-FILE
                 SORTED-REINSTATE-FILE
                 NEW-MASTER-FILE
                 ACTION-FILE
                 STU-DEMO-FILE
                 DEMO-ARCH-FILE
                 MASTER-ARCH-FILE
                 MASTER-JOURNAL-FILE.
           PERFORM D10-GRADE-HIST-PARA.
           PERFORM D20-COURSE-HIST-PARA.
           PERFORM D30-TEST-HIST-PARA.
           PERFORM B16-COUNT-ARCHIVE-PARA.
           PERFORM C40-CONTROL-TOTALS-PARA.
           CLOSE ARCHIVE-REPORT.
           PERFORM C99-RUN-LOG-PARA.
           IF WS-OOB-SW = "Y" THEN
               DISPLAY "PROG38: WARNING - THE ARCHIVE RUN IS OUT OF "
                   "BALANCE - SEE THE CONTROL TOTALS BEFORE RUNNING "
                   "THE MERGE"
           END-IF.
           STOP RUN.
      *
      *
      *    THE PARAMETER RECORD MUST BE PRESENT - A YEAR-END RUN
      *    WITH NO TERM COUNT COULD ARCHIVE THE WHOLE STUDENT BODY.
       B05-READ-PARM-PARA.
           MOVE "N" TO PARM-FOUND-SW.
           OPEN INPUT ARCHIVE-PARM-FILE.
           READ ARCHIVE-PARM-FILE INTO WS-ARCHIVE-PARM-REC
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "Y" TO PARM-FOUND-SW
           END-READ.
           CLOSE ARCHIVE-PARM-FILE.
           IF PARM-FOUND-SW IS NOT EQUAL TO "Y" THEN
               DISPLAY "PROG38: FATAL - ARCHIVE-PARM.DAT NOT FOUND "
                   "- NO RUN TYPE OR INACTIVE TERM COUNT"
               STOP RUN
           END-IF.
           IF NOT YEAR-END-RUN-AP AND NOT REINSTATE-RUN-AP THEN
               DISPLAY "PROG38: FATAL - ARCHIVE-PARM.DAT RUN TYPE "
                   "MUST BE Y (YEAR-END) OR R (REINSTATE ONLY)"
               STOP RUN
           END-IF.
           IF YEAR-END-RUN-AP THEN
               IF AP-INACTIVE-TERMS-X IS NOT NUMERIC OR
                  AP-INACTIVE-TERMS-9 = ZERO THEN
                   DISPLAY "PROG38: FATAL - ARCHIVE-PARM.DAT "
                       "INACTIVE TERM COUNT MUST BE 01 THROUGH 99"
                   STOP RUN
               END-IF
               MOVE AP-INACTIVE-TERMS-9 TO WS-INACTIVE-TERMS
           ELSE
               MOVE ZERO TO WS-INACTIVE-TERMS
           END-IF.
      *
      *
      *    THE CURRENT TERM COMES FROM THE RUN DATE - 01 FALL
      *    (SEP-DEC), 02 SPRING (JAN-MAY), 03 SUMMER (JUN-AUG) - AND
      *    THE CUTOFF IS N TERMS BACK FROM IT.
       B10-INIT-PARA.
           ACCEPT DATE-ACCEPT FROM DATE.
           ACCEPT WS-TIME-ACCEPT FROM TIME.
           MOVE WS-TIME-ACCEPT(1:6) TO WS-STEP-START-TIME.
           MOVE WS-MONTH TO MONTH-AR-OUT.
           MOVE WS-DAY TO DAY-AR-OUT.
           MOVE WS-YEAR TO YEAR-AR-OUT.
           MOVE "N" TO WS-OOB-SW.
           MOVE ZEROS TO WS-CONTROL-TOTALS.
           MOVE DATE-ACCEPT TO WS-CONV-DATE.
           PERFORM C84-DATE-TERM-PARA.
           MOVE WS-CONV-TERM-CODE TO WS-CURR-TERM-CODE.
           PERFORM C80-TERM-ORDINAL-PARA.
           MOVE WS-CONV-ORD TO WS-CURR-ORD.
           SUBTRACT WS-INACTIVE-TERMS FROM WS-CURR-ORD
               GIVING WS-CUTOFF-ORD.
           ADD 1 TO WS-CUTOFF-ORD GIVING WS-CONV-ORD.
           PERFORM C82-ORDINAL-TERM-PARA.
           MOVE WS-CONV-TERM-CODE TO WS-FIRST-KEPT-TERM.
           MOVE WS-INACTIVE-TERMS TO TERMS-AR-OUT.
           MOVE WS-FIRST-KEPT-TERM TO FIRST-TERM-AR-OUT.
           MOVE WS-CURR-TERM-CODE TO CURR-TERM-AR-OUT.
      *
      *
       B12-SORT-MASTER-PARA.
           SORT SORT-WORK-MASTER
               ASCENDING KEY SR-MASTER-STUD-ID
                   USING  MASTER-FILE-IN
                   GIVING SORTED-MASTER-FILE.
      *
      *
       B14-SORT-REINSTATE-PARA.
           SORT SORT-WORK-REINST
               ASCENDING KEY SR-REINST-STUD-ID
                   USING  REINSTATE-FILE
                   GIVING SORTED-REINSTATE-FILE.
      *
      *
      *    COUNT THE ARCHIVED MASTERS, THE ACTIVE DEMOGRAPHICS AND
      *    THE ARCHIVED DEMOGRAPHICS INTO THE "AFTER" COLUMNS - RUN
      *    BEFORE THE MASTER PASS (AND COPIED TO "BEFORE") AND
      *    AGAIN AT THE END.
       B16-COUNT-ARCHIVE-PARA.
           OPEN INPUT MASTER-ARCH-FILE.
           MOVE ZERO TO WS-COUNT-W.
           MOVE "N" TO COUNT-EOF-SW.
           PERFORM B17-COUNT-MASTER-ARCH-PARA
               UNTIL COUNT-EOF-SW = "Y".
           MOVE WS-COUNT-W TO CTL-ARCH-AFTER(1).
           CLOSE MASTER-ARCH-FILE.
           OPEN INPUT STU-DEMO-FILE.
           MOVE ZERO TO WS-COUNT-W.
           MOVE "N" TO COUNT-EOF-SW.
           PERFORM B18-COUNT-DEMO-PARA
               UNTIL COUNT-EOF-SW = "Y".
           MOVE WS-COUNT-W TO CTL-ACTIVE-AFTER(2).
           CLOSE STU-DEMO-FILE.
           OPEN INPUT DEMO-ARCH-FILE.
           MOVE ZERO TO WS-COUNT-W.
           MOVE "N" TO COUNT-EOF-SW.
           PERFORM B19-COUNT-DEMO-ARCH-PARA
               UNTIL COUNT-EOF-SW = "Y".
           MOVE WS-COUNT-W TO CTL-ARCH-AFTER(2).
           CLOSE DEMO-ARCH-FILE.
      *
      *
       B17-COUNT-MASTER-ARCH-PARA.
           READ MASTER-ARCH-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO COUNT-EOF-SW
               NOT AT END
                   ADD 1 TO WS-COUNT-W
           END-READ.
      *
      *
       B18-COUNT-DEMO-PARA.
           READ STU-DEMO-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO COUNT-EOF-SW
               NOT AT END
                   ADD 1 TO WS-COUNT-W
           END-READ.
      *
      *
       B19-COUNT-DEMO-ARCH-PARA.
           READ DEMO-ARCH-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO COUNT-EOF-SW
               NOT AT END
                   ADD 1 TO WS-COUNT-W
           END-READ.
      *
      *
       B22-READ-MASTER-PARA.
           READ SORTED-MASTER-FILE INTO WS-NM-REC
               AT END
                   MOVE HIGH-VALUES TO MASTER-HOLD
               NOT AT END
                   MOVE STUD-ID-NM TO MASTER-HOLD
                   ADD 1 TO CTL-ACTIVE-BEFORE(1)
           END-READ.
      *
      *
       B24-READ-ACTIVITY-PARA.
           READ SORTED-ACTIVITY-FILE INTO WS-ACTIVITY-REC
               AT END
                   MOVE HIGH-VALUES TO ACTIVITY-HOLD
               NOT AT END
                   MOVE AW-STUD-ID TO ACTIVITY-HOLD
           END-READ.
      *
      *
       B26-READ-REINSTATE-PARA.
           READ SORTED-REINSTATE-FILE INTO WS-REINSTATE-REC
               AT END
                   MOVE HIGH-VALUES TO REINST-HOLD
               NOT AT END
                   MOVE RI-STUD-ID TO REINST-HOLD
           END-READ.
      *
      *
      *    GATHER EVERY PIECE OF ACTIVITY ON FILE INTO ONE WORK
      *    FILE AND SORT IT BY STUDENT. THE SORT KEEPS EQUAL KEYS
      *    IN THE ORDER WRITTEN, SO A STUDENT'S JOURNAL ENTRIES
      *    STAY IN THE ORDER THEY WERE MADE AND THE LAST ONE READ
      *    IS THE LATEST.
       B30-EXTRACT-ACTIVITY-PARA.
           OPEN OUTPUT ACTIVITY-FILE.
           OPEN INPUT ENROLL-FILE.
           MOVE "N" TO EXTRACT-EOF-SW.
           READ ENROLL-FILE INTO WS-ENROLL-REC
               AT END MOVE "Y" TO EXTRACT-EOF-SW.
           PERFORM B31-ENROLL-ACTIVITY-PARA
               UNTIL EXTRACT-EOF-SW = "Y".
           CLOSE ENROLL-FILE.
           OPEN INPUT GRADE-HISTORY-FILE.
           MOVE "N" TO EXTRACT-EOF-SW.
           READ GRADE-HISTORY-FILE INTO WS-GRADE-HIST-REC
               AT END MOVE "Y" TO EXTRACT-EOF-SW.
           PERFORM B32-GRADE-ACTIVITY-PARA
               UNTIL EXTRACT-EOF-SW = "Y".
           CLOSE GRADE-HISTORY-FILE.
           OPEN INPUT COURSE-HISTORY-FILE.
           MOVE "N" TO EXTRACT-EOF-SW.
           READ COURSE-HISTORY-FILE INTO WS-COURSE-HIST-REC
               AT END MOVE "Y" TO EXTRACT-EOF-SW.
           PERFORM B33-COURSE-ACTIVITY-PARA
               UNTIL EXTRACT-EOF-SW = "Y".
           CLOSE COURSE-HISTORY-FILE.
           OPEN INPUT TEST-HIST-FILE.
           MOVE "N" TO EXTRACT-EOF-SW.
           READ TEST-HIST-FILE INTO WS-TEST-HIST-REC
               AT END MOVE "Y" TO EXTRACT-EOF-SW.
           PERFORM B34-TEST-ACTIVITY-PARA
               UNTIL EXTRACT-EOF-SW = "Y".
           CLOSE TEST-HIST-FILE.
           OPEN INPUT MASTER-JOURNAL-FILE.
           MOVE "N" TO EXTRACT-EOF-SW.
           READ MASTER-JOURNAL-FILE INTO WS-JOURNAL-REC
               AT END MOVE "Y" TO EXTRACT-EOF-SW.
           PERFORM B35-JOURNAL-ACTIVITY-PARA
               UNTIL EXTRACT-EOF-SW = "Y".
           CLOSE MASTER-JOURNAL-FILE.
           CLOSE ACTIVITY-FILE.
           SORT SORT-WORK-ACTIVITY
               ASCENDING KEY SR-ACTIVITY-STUD-ID
               WITH DUPLICATES IN ORDER
                   USING  ACTIVITY-FILE
                   GIVING SORTED-ACTIVITY-FILE.
      *
      *
       B31-ENROLL-ACTIVITY-PARA.
           MOVE SPACES TO WS-ACTIVITY-REC.
           MOVE EN-STUD-ID TO AW-STUD-ID.
           MOVE "E" TO AW-SOURCE.
           MOVE EN-TERM-CODE TO WS-CONV-TERM-CODE.
           PERFORM B38-WRITE-ACTIVITY-PARA.
           READ ENROLL-FILE INTO WS-ENROLL-REC
               AT END MOVE "Y" TO EXTRACT-EOF-SW.
      *
      *
       B32-GRADE-ACTIVITY-PARA.
           MOVE SPACES TO WS-ACTIVITY-REC.
           MOVE GH-STUD-ID TO AW-STUD-ID.
           MOVE "G" TO AW-SOURCE.
           MOVE GH-TERM-CODE TO WS-CONV-TERM-CODE.
           PERFORM B38-WRITE-ACTIVITY-PARA.
           READ GRADE-HISTORY-FILE INTO WS-GRADE-HIST-REC
               AT END MOVE "Y" TO EXTRACT-EOF-SW.
      *
      *
       B33-COURSE-ACTIVITY-PARA.
           MOVE SPACES TO WS-ACTIVITY-REC.
           MOVE CH-STUD-ID TO AW-STUD-ID.
           MOVE "C" TO AW-SOURCE.
           MOVE CH-TERM-CODE TO WS-CONV-TERM-CODE.
           PERFORM B38-WRITE-ACTIVITY-PARA.
           READ COURSE-HISTORY-FILE INTO WS-COURSE-HIST-REC
               AT END MOVE "Y" TO EXTRACT-EOF-SW.
      *
      *
      *    A TEST POSTING CARRIES ITS BATCH DATE, NOT A TERM - THE
      *    TERM IS THE ONE THE DATE FALLS IN.
       B34-TEST-ACTIVITY-PARA.
           MOVE SPACES TO WS-ACTIVITY-REC.
           MOVE TH-STUD-ID TO AW-STUD-ID.
           MOVE "T" TO AW-SOURCE.
           MOVE TH-BATCH-DATE TO WS-CONV-DATE.
           PERFORM C84-DATE-TERM-PARA.
           PERFORM B38-WRITE-ACTIVITY-PARA.
           READ TEST-HIST-FILE INTO WS-TEST-HIST-REC
               AT END MOVE "Y" TO EXTRACT-EOF-SW.
      *
      *
      *    EVERY JOURNAL ENTRY IS CARRIED SO THE STUDENT'S LATEST
      *    ONE IS KNOWN, BUT ONLY AN ADD OR A REINSTATEMENT COUNTS
      *    AS ACTIVITY.
       B35-JOURNAL-ACTIVITY-PARA.
           MOVE SPACES TO WS-ACTIVITY-REC.
           MOVE JR-STUD-ID TO AW-STUD-ID.
           MOVE "J" TO AW-SOURCE.
           MOVE JR-CHANGE-TYPE TO AW-JRNL-TYPE.
           MOVE JR-RUN-DATE TO AW-JRNL-DATE.
           MOVE JR-BEFORE-IMAGE TO AW-JRNL-IMAGE.
           IF ADD-CHANGE-JR OR REINSTATE-CHANGE-JR THEN
               MOVE JR-RUN-DATE TO WS-CONV-DATE
               PERFORM C84-DATE-TERM-PARA
           ELSE
               MOVE SPACES TO WS-CONV-TERM-CODE
           END-IF.
           PERFORM B38-WRITE-ACTIVITY-PARA.
           READ MASTER-JOURNAL-FILE INTO WS-JOURNAL-REC
               AT END MOVE "Y" TO EXTRACT-EOF-SW.
      *
      *
      *    THE TERM IN WS-CONV-TERM-CODE GOES OUT WITH ITS ORDINAL
      *    - A BLANK OR INVALID TERM GOES OUT AS ORDINAL ZERO, WHICH
      *    NEVER COUNTS AS ACTIVITY.
       B38-WRITE-ACTIVITY-PARA.
           PERFORM C80-TERM-ORDINAL-PARA.
           IF WS-CONV-ORD > ZERO THEN
               MOVE WS-CONV-TERM-CODE TO AW-TERM-CODE
           END-IF.
           MOVE WS-CONV-ORD TO AW-TERM-ORD.
           WRITE ACTIVITY-REC-OUT FROM WS-ACTIVITY-REC.
      *
      *
      *    ONE STUDENT NUMBER - THE LOWEST HELD BY ANY OF THE THREE
      *    STREAMS. A REINSTATE TRANSACTION DECIDES THE STUDENT'S
      *    FATE BY ITSELF; OTHERWISE A STUDENT ON THE MASTER IS
      *    TESTED FOR INACTIVITY, AND A STUDENT OFF THE MASTER
      *    WHOSE LATEST JOURNAL ENTRY IS A DROP IS ARCHIVED. THE
      *    MASTER RECORD IS WRITTEN TO THE NEW STUDENT FILE UNLESS
      *    IT WAS ARCHIVED.
       B40-PROCESS-KEY-PARA.
           MOVE MASTER-HOLD TO WS-LOW-KEY.
           IF ACTIVITY-HOLD < WS-LOW-KEY THEN
               MOVE ACTIVITY-HOLD TO WS-LOW-KEY
           END-IF.
           IF REINST-HOLD < WS-LOW-KEY THEN
               MOVE REINST-HOLD TO WS-LOW-KEY
           END-IF.
           MOVE ZERO TO WS-LAST-ORD.
           MOVE SPACES TO WS-LAST-TERM-CODE.
           MOVE SPACES TO WS-LAST-JRNL-TYPE.
           MOVE SPACES TO WS-LAST-JRNL-IMAGE.
           PERFORM B42-GATHER-ACTIVITY-PARA
               UNTIL ACTIVITY-HOLD IS NOT EQUAL TO WS-LOW-KEY.
           MOVE "Y" TO WS-KEEP-MASTER-SW.
           EVALUATE TRUE
               WHEN REINST-HOLD = WS-LOW-KEY
                   PERFORM B50-REINSTATE-PARA
               WHEN MASTER-HOLD = WS-LOW-KEY
                   PERFORM B44-TEST-INACTIVE-PARA
               WHEN WS-LAST-JRNL-TYPE = "D" AND YEAR-END-RUN-AP
                   PERFORM B48-ARCHIVE-DROPPED-PARA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF MASTER-HOLD = WS-LOW-KEY THEN
               IF WS-KEEP-MASTER-SW = "Y" THEN
                   WRITE NEW-MASTER-REC FROM WS-NM-REC
                   ADD 1 TO CTL-ACTIVE-AFTER(1)
               END-IF
               PERFORM B22-READ-MASTER-PARA
           END-IF.
           IF REINST-HOLD = WS-LOW-KEY THEN
               PERFORM B26-READ-REINSTATE-PARA
               PERFORM B56-DUP-REINSTATE-PARA
                   UNTIL REINST-HOLD IS NOT EQUAL TO WS-LOW-KEY
           END-IF.
      *
      *
       B42-GATHER-ACTIVITY-PARA.
           IF AW-TERM-ORD > WS-LAST-ORD THEN
               MOVE AW-TERM-ORD TO WS-LAST-ORD
               MOVE AW-TERM-CODE TO WS-LAST-TERM-CODE
           END-IF.
           IF AW-SOURCE = "J" THEN
               MOVE AW-JRNL-TYPE TO WS-LAST-JRNL-TYPE
               MOVE AW-JRNL-IMAGE TO WS-LAST-JRNL-IMAGE
           END-IF.
           PERFORM B24-READ-ACTIVITY-PARA.
      *
      *
      *    A STUDENT ON THE MASTER. ONLY THE YEAR-END RUN ARCHIVES.
       B44-TEST-INACTIVE-PARA.
           MOVE WS-NM-REC TO WS-IMAGE-REC.
           IF YEAR-END-RUN-AP THEN
               IF WS-LAST-ORD = ZERO THEN
                   ADD 1 TO WS-NO-ACTIVITY-CNT
                   MOVE "KEPT-NO ACTIVITY ON FILE" TO WS-DISPOSITION
                   PERFORM C20-DETAIL-LINE-PARA
               ELSE
                   IF WS-LAST-ORD NOT > WS-CUTOFF-ORD THEN
                       PERFORM B46-ARCHIVE-INACTIVE-PARA
                   END-IF
               END-IF
           END-IF.
      *
      *
      *    AN ARCHIVED MASTER ALREADY ON FILE FOR THE STUDENT MEANS
      *    AN EARLIER ARCHIVE WAS NEVER CLEARED - THE STUDENT IS
      *    LEFT ACTIVE AND LISTED RATHER THAN OVERLAY IT.
       B46-ARCHIVE-INACTIVE-PARA.
           MOVE SPACES TO MASTER-ARCH-REC.
           MOVE WS-NM-REC TO MA-MASTER-IMAGE.
           MOVE DATE-ACCEPT TO MA-ARCH-DATE.
           MOVE "I" TO MA-ARCH-REASON.
           WRITE MASTER-ARCH-REC
               INVALID KEY
                   MOVE "N" TO ARCH-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO ARCH-FOUND-SW
           END-WRITE.
           IF ARCH-FOUND-SW = "Y" THEN
               MOVE "N" TO WS-KEEP-MASTER-SW
               ADD 1 TO WS-ARCH-INACTIVE-CNT
               ADD 1 TO CTL-TO-ARCHIVE(1)
               MOVE "A" TO WS-ACTION-CD
               PERFORM C75-WRITE-ACTION-PARA
               MOVE "X" TO WS-JOURNAL-TYPE
               MOVE WS-NM-REC TO WS-JOURNAL-BEFORE
               MOVE SPACES TO WS-JOURNAL-AFTER
               PERFORM C70-JOURNAL-PARA
               PERFORM C60-DEMO-TO-ARCHIVE-PARA
               MOVE "ARCHIVED-INACTIVE" TO WS-DISPOSITION
           ELSE
               ADD 1 TO WS-REJECT-CNT
               MOVE "KEPT-ALREADY ON MASTER ARCHIVE" TO
                   WS-DISPOSITION
           END-IF.
           PERFORM C20-DETAIL-LINE-PARA.
      *
      *
      *    A STUDENT PROG15 DROPPED. THE MASTER RECORD ARCHIVED IS
      *    THE DROP'S BEFORE IMAGE.
       B48-ARCHIVE-DROPPED-PARA.
           MOVE WS-LAST-JRNL-IMAGE TO WS-IMAGE-REC.
           MOVE SPACES TO MASTER-ARCH-REC.
           MOVE WS-LAST-JRNL-IMAGE TO MA-MASTER-IMAGE.
           MOVE DATE-ACCEPT TO MA-ARCH-DATE.
           MOVE "D" TO MA-ARCH-REASON.
           WRITE MASTER-ARCH-REC
               INVALID KEY
                   MOVE "N" TO ARCH-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO ARCH-FOUND-SW
           END-WRITE.
           IF ARCH-FOUND-SW = "Y" THEN
               ADD 1 TO WS-ARCH-DROPPED-CNT
               ADD 1 TO CTL-FROM-JOURNAL(1)
               MOVE "A" TO WS-ACTION-CD
               PERFORM C75-WRITE-ACTION-PARA
               MOVE "X" TO WS-JOURNAL-TYPE
               MOVE WS-LAST-JRNL-IMAGE TO WS-JOURNAL-BEFORE
               MOVE SPACES TO WS-JOURNAL-AFTER
               PERFORM C70-JOURNAL-PARA
               PERFORM C60-DEMO-TO-ARCHIVE-PARA
               MOVE "ARCHIVED-DROPPED" TO WS-DISPOSITION
           ELSE
               ADD 1 TO WS-REJECT-CNT
               MOVE "NOT MOVED-ALREADY ON ARCHIVE" TO WS-DISPOSITION
           END-IF.
           PERFORM C20-DETAIL-LINE-PARA.
      *
      *
      *    BRING A STUDENT BACK FROM THE ARCHIVE. THE ARCHIVED
      *    MASTER RECORD GOES TO THE NEW STUDENT FILE UNCHANGED AND
      *    IS REMOVED FROM THE ARCHIVE; THE HISTORY PASSES MOVE THE
      *    HISTORY ROWS BACK.
       B50-REINSTATE-PARA.
           MOVE SPACES TO WS-IMAGE-REC.
           MOVE "N" TO ARCH-FOUND-SW.
           IF RI-STUD-ID IS NUMERIC AND
              MASTER-HOLD IS NOT EQUAL TO WS-LOW-KEY THEN
               MOVE WS-LOW-KEY TO MA-STUD-ID-KEY
               READ MASTER-ARCH-FILE
                   INVALID KEY
                       MOVE "N" TO ARCH-FOUND-SW
                   NOT INVALID KEY
                       MOVE "Y" TO ARCH-FOUND-SW
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN RI-STUD-ID IS NOT NUMERIC
                   ADD 1 TO WS-REJECT-CNT
                   MOVE "REJECTED-BAD STUD. ID" TO WS-DISPOSITION
               WHEN MASTER-HOLD = WS-LOW-KEY
                   MOVE WS-NM-REC TO WS-IMAGE-REC
                   ADD 1 TO WS-REJECT-CNT
                   MOVE "REJECTED-ALREADY ACTIVE" TO WS-DISPOSITION
               WHEN ARCH-FOUND-SW = "N"
                   ADD 1 TO WS-REJECT-CNT
                   MOVE "REJECTED-NOT ON ARCHIVE" TO WS-DISPOSITION
               WHEN OTHER
                   PERFORM B52-REINSTATE-MASTER-PARA
                   MOVE "REINSTATED" TO WS-DISPOSITION
           END-EVALUATE.
           PERFORM C20-DETAIL-LINE-PARA.
      *
      *
       B52-REINSTATE-MASTER-PARA.
           MOVE MA-MASTER-IMAGE TO WS-IMAGE-REC.
           WRITE NEW-MASTER-REC FROM WS-IMAGE-REC.
           ADD 1 TO CTL-ACTIVE-AFTER(1).
           ADD 1 TO CTL-TO-ACTIVE(1).
           ADD 1 TO WS-REINSTATED-CNT.
           DELETE MASTER-ARCH-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           MOVE "R" TO WS-ACTION-CD.
           PERFORM C75-WRITE-ACTION-PARA.
           MOVE "R" TO WS-JOURNAL-TYPE.
           MOVE SPACES TO WS-JOURNAL-BEFORE.
           MOVE WS-IMAGE-REC TO WS-JOURNAL-AFTER.
           PERFORM C70-JOURNAL-PARA.
           PERFORM C65-DEMO-TO-ACTIVE-PARA.
      *
      *
       B56-DUP-REINSTATE-PARA.
           ADD 1 TO WS-REJECT-CNT.
           MOVE SPACES TO WS-IMAGE-REC.
           MOVE "REJECTED-DUPLICATE REINSTATE" TO WS-DISPOSITION.
           PERFORM C20-DETAIL-LINE-PARA.
           PERFORM B26-READ-REINSTATE-PARA.
      *
      *
      *    MOVE THE STUDENT'S DEMOGRAPHICS RECORD TO THE ARCHIVE. A
      *    STUDENT WITH NO RECORD HAS NOTHING TO MOVE; A RECORD
      *    ALREADY ON THE ARCHIVE IS LEFT WHERE BOTH ARE AND
      *    REPORTED ON THE CONSOLE.
       C60-DEMO-TO-ARCHIVE-PARA.
           MOVE WS-LOW-KEY TO DM-STUD-ID-KEY.
           READ STU-DEMO-FILE
               INVALID KEY
                   MOVE "N" TO ARCH-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO ARCH-FOUND-SW
           END-READ.
           IF ARCH-FOUND-SW = "Y" THEN
               MOVE STU-DEMO-REC TO DEMO-ARCH-REC
               WRITE DEMO-ARCH-REC
                   INVALID KEY
                       DISPLAY "PROG38: DEMOGRAPHICS FOR "
                           WS-LOW-KEY " ALREADY ON STUDEMO-ARCH.DAT "
                           "- LEFT ON STUDEMO.DAT"
                   NOT INVALID KEY
                       DELETE STU-DEMO-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       ADD 1 TO CTL-TO-ARCHIVE(2)
               END-WRITE
           END-IF.
      *
      *
       C65-DEMO-TO-ACTIVE-PARA.
           MOVE WS-LOW-KEY TO DA-STUD-ID-KEY.
           READ DEMO-ARCH-FILE
               INVALID KEY
                   MOVE "N" TO ARCH-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO ARCH-FOUND-SW
           END-READ.
           IF ARCH-FOUND-SW = "Y" THEN
               MOVE DEMO-ARCH-REC TO STU-DEMO-REC
               WRITE STU-DEMO-REC
                   INVALID KEY
                       DISPLAY "PROG38: DEMOGRAPHICS FOR "
                           WS-LOW-KEY " ALREADY ON STUDEMO.DAT "
                           "- LEFT ON STUDEMO-ARCH.DAT"
                   NOT INVALID KEY
                       DELETE DEMO-ARCH-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       ADD 1 TO CTL-TO-ACTIVE(2)
               END-WRITE
           END-IF.
      *
      *
      *    APPEND ONE ENTRY TO THE MASTER CHANGE JOURNAL - AN
      *    ARCHIVE HAS NO AFTER IMAGE AND A REINSTATEMENT NO BEFORE
      *    IMAGE.
       C70-JOURNAL-PARA.
           MOVE SPACES TO MASTER-JOURNAL-REC.
           MOVE WS-LOW-KEY TO MJ-STUD-ID.
           MOVE DATE-ACCEPT TO MJ-RUN-DATE.
           ACCEPT MJ-RUN-TIME FROM TIME.
           MOVE "38   " TO MJ-STEP.
           MOVE WS-JOURNAL-TYPE TO MJ-CHANGE-TYPE.
           MOVE WS-JOURNAL-BEFORE TO MJ-BEFORE-IMAGE.
           MOVE WS-JOURNAL-AFTER TO MJ-AFTER-IMAGE.
           WRITE MASTER-JOURNAL-REC.
      *
      *
       C75-WRITE-ACTION-PARA.
           MOVE SPACES TO ACTION-REC.
           MOVE WS-LOW-KEY TO AC-STUD-ID.
           MOVE WS-ACTION-CD TO AC-ACTION.
           WRITE ACTION-REC.
      *
      *
      *    EACH HISTORY FILE IS SORTED BY STUDENT - THE ACTIVE FILE
      *    AND ITS ARCHIVE BOTH - AND BOTH ARE REWRITTEN FROM THE
      *    SORTED COPIES: AN ACTIVE ROW OF A STUDENT ARCHIVED THIS
      *    RUN GOES TO THE ARCHIVE, AN ARCHIVED ROW OF A STUDENT
      *    REINSTATED THIS RUN GOES TO THE ACTIVE FILE, AND EVERY
      *    OTHER ROW STAYS WHERE IT WAS.
       D10-GRADE-HIST-PARA.
           SORT SORT-WORK-GRADE
               ASCENDING KEY SR-GRADE-STUD-ID
               WITH DUPLICATES IN ORDER
                   USING  GRADE-HISTORY-FILE
                   GIVING SORTED-GRADE-FILE.
           SORT SORT-WORK-GRADE
               ASCENDING KEY SR-GRADE-STUD-ID
               WITH DUPLICATES IN ORDER
                   USING  GRADE-ARCH-FILE
                   GIVING SORTED-GRADE-ARCH-FILE.
           MOVE 3 TO WS-CTL-SUB.
           OPEN OUTPUT GRADE-HISTORY-FILE
                       GRADE-ARCH-FILE.
           MOVE "A" TO WS-PASS-ACTION.
           OPEN INPUT SORTED-GRADE-FILE
                      ACTION-FILE.
           PERFORM D90-START-ACTIONS-PARA.
           READ SORTED-GRADE-FILE INTO WS-HIST-ROW
               AT END MOVE "Y" TO ROW-EOF-SW.
           PERFORM D12-GRADE-ACTIVE-ROW-PARA
               UNTIL ROW-EOF-SW = "Y".
           CLOSE SORTED-GRADE-FILE
                 ACTION-FILE.
           MOVE "R" TO WS-PASS-ACTION.
           OPEN INPUT SORTED-GRADE-ARCH-FILE
                      ACTION-FILE.
           PERFORM D90-START-ACTIONS-PARA.
           READ SORTED-GRADE-ARCH-FILE INTO WS-HIST-ROW
               AT END MOVE "Y" TO ROW-EOF-SW.
           PERFORM D14-GRADE-ARCH-ROW-PARA
               UNTIL ROW-EOF-SW = "Y".
           CLOSE SORTED-GRADE-ARCH-FILE
                 ACTION-FILE.
           CLOSE GRADE-HISTORY-FILE
                 GRADE-ARCH-FILE.
      *
      *
       D12-GRADE-ACTIVE-ROW-PARA.
           ADD 1 TO CTL-ACTIVE-BEFORE(WS-CTL-SUB).
           PERFORM D92-MATCH-ACTION-PARA.
           IF WS-ROW-MOVES-SW = "Y" THEN
               WRITE GRADE-ARCH-REC FROM WS-HIST-ROW
               ADD 1 TO CTL-TO-ARCHIVE(WS-CTL-SUB)
               ADD 1 TO CTL-ARCH-AFTER(WS-CTL-SUB)
           ELSE
               WRITE GRADE-HIST-REC FROM WS-HIST-ROW
               ADD 1 TO CTL-ACTIVE-AFTER(WS-CTL-SUB)
           END-IF.
           READ SORTED-GRADE-FILE INTO WS-HIST-ROW
               AT END MOVE "Y" TO ROW-EOF-SW.
      *
      *
       D14-GRADE-ARCH-ROW-PARA.
           ADD 1 TO CTL-ARCH-BEFORE(WS-CTL-SUB).
           PERFORM D92-MATCH-ACTION-PARA.
           IF WS-ROW-MOVES-SW = "Y" THEN
               WRITE GRADE-HIST-REC FROM WS-HIST-ROW
               ADD 1 TO CTL-TO-ACTIVE(WS-CTL-SUB)
               ADD 1 TO CTL-ACTIVE-AFTER(WS-CTL-SUB)
           ELSE
               WRITE GRADE-ARCH-REC FROM WS-HIST-ROW
               ADD 1 TO CTL-ARCH-AFTER(WS-CTL-SUB)
           END-IF.
           READ SORTED-GRADE-ARCH-FILE INTO WS-HIST-ROW
               AT END MOVE "Y" TO ROW-EOF-SW.
      *
      *
       D20-COURSE-HIST-PARA.
           SORT SORT-WORK-ROW30
               ASCENDING KEY SR-ROW30-STUD-ID
               WITH DUPLICATES IN ORDER
                   USING  COURSE-HISTORY-FILE
                   GIVING SORTED-COURSE-FILE.
           SORT SORT-WORK-ROW30
               ASCENDING KEY SR-ROW30-STUD-ID
               WITH DUPLICATES IN ORDER
                   USING  COURSE-ARCH-FILE
                   GIVING SORTED-COURSE-ARCH-FILE.
           MOVE 4 TO WS-CTL-SUB.
           OPEN OUTPUT COURSE-HISTORY-FILE
                       COURSE-ARCH-FILE.
           MOVE "A" TO WS-PASS-ACTION.
           OPEN INPUT SORTED-COURSE-FILE
                      ACTION-FILE.
           PERFORM D90-START-ACTIONS-PARA.
           READ SORTED-COURSE-FILE INTO WS-HIST-ROW
               AT END MOVE "Y" TO ROW-EOF-SW.
           PERFORM D22-COURSE-ACTIVE-ROW-PARA
               UNTIL ROW-EOF-SW = "Y".
           CLOSE SORTED-COURSE-FILE
                 ACTION-FILE.
           MOVE "R" TO WS-PASS-ACTION.
           OPEN INPUT SORTED-COURSE-ARCH-FILE
                      ACTION-FILE.
           PERFORM D90-START-ACTIONS-PARA.
           READ SORTED-COURSE-ARCH-FILE INTO WS-HIST-ROW
               AT END MOVE "Y" TO ROW-EOF-SW.
           PERFORM D24-COURSE-ARCH-ROW-PARA
               UNTIL ROW-EOF-SW = "Y".
           CLOSE SORTED-COURSE-ARCH-FILE
                 ACTION-FILE.
           CLOSE COURSE-HISTORY-FILE
                 COURSE-ARCH-FILE.
      *
      *
       D22-COURSE-ACTIVE-ROW-PARA.
           ADD 1 TO CTL-ACTIVE-BEFORE(WS-CTL-SUB).
           PERFORM D92-MATCH-ACTION-PARA.
           IF WS-ROW-MOVES-SW = "Y" THEN
               WRITE COURSE-ARCH-REC FROM WS-HIST-ROW
               ADD 1 TO CTL-TO-ARCHIVE(WS-CTL-SUB)
               ADD 1 TO CTL-ARCH-AFTER(WS-CTL-SUB)
           ELSE
               WRITE COURSE-HIST-REC FROM WS-HIST-ROW
               ADD 1 TO CTL-ACTIVE-AFTER(WS-CTL-SUB)
           END-IF.
           READ SORTED-COURSE-FILE INTO WS-HIST-ROW
               AT END MOVE "Y" TO ROW-EOF-SW.
      *
      *
       D24-COURSE-ARCH-ROW-PARA.
           ADD 1 TO CTL-ARCH-BEFORE(WS-CTL-SUB).
           PERFORM D92-MATCH-ACTION-PARA.
           IF WS-ROW-MOVES-SW = "Y" THEN
               WRITE COURSE-HIST-REC FROM WS-HIST-ROW
               ADD 1 TO CTL-TO-ACTIVE(WS-CTL-SUB)
               ADD 1 TO CTL-ACTIVE-AFTER(WS-CTL-SUB)
           ELSE
               WRITE COURSE-ARCH-REC FROM WS-HIST-ROW
               ADD 1 TO CTL-ARCH-AFTER(WS-CTL-SUB)
           END-IF.
           READ SORTED-COURSE-ARCH-FILE INTO WS-HIST-ROW
               AT END MOVE "Y" TO ROW-EOF-SW.
      *
      *
       D30-TEST-HIST-PARA.
           SORT SORT-WORK-ROW30
               ASCENDING KEY SR-ROW30-STUD-ID
               WITH DUPLICATES IN ORDER
                   USING  TEST-HIST-FILE
                   GIVING SORTED-TEST-FILE.
           SORT SORT-WORK-ROW30
               ASCENDING KEY SR-ROW30-STUD-ID
               WITH DUPLICATES IN ORDER
                   USING  TEST-ARCH-FILE
                   GIVING SORTED-TEST-ARCH-FILE.
           MOVE 5 TO WS-CTL-SUB.
           OPEN OUTPUT TEST-HIST-FILE
                       TEST-ARCH-FILE.
           MOVE "A" TO WS-PASS-ACTION.
           OPEN INPUT SORTED-TEST-FILE
                      ACTION-FILE.
           PERFORM D90-START-ACTIONS-PARA.
           READ SORTED-TEST-FILE INTO WS-HIST-ROW
               AT END MOVE "Y" TO ROW-EOF-SW.
           PERFORM D32-TEST-ACTIVE-ROW-PARA
               UNTIL ROW-EOF-SW = "Y".
           CLOSE SORTED-TEST-FILE
                 ACTION-FILE.
           MOVE "R" TO WS-PASS-ACTION.
           OPEN INPUT SORTED-TEST-ARCH-FILE
                      ACTION-FILE.
           PERFORM D90-START-ACTIONS-PARA.
           READ SORTED-TEST-ARCH-FILE INTO WS-HIST-ROW
               AT END MOVE "Y" TO ROW-EOF-SW.
           PERFORM D34-TEST-ARCH-ROW-PARA
               UNTIL ROW-EOF-SW = "Y".
           CLOSE SORTED-TEST-ARCH-FILE
                 ACTION-FILE.
           CLOSE TEST-HIST-FILE
                 TEST-ARCH-FILE.
      *
      *
       D32-TEST-ACTIVE-ROW-PARA.
           ADD 1 TO CTL-ACTIVE-BEFORE(WS-CTL-SUB).
           PERFORM D92-MATCH-ACTION-PARA.
           IF WS-ROW-MOVES-SW = "Y" THEN
               WRITE TEST-ARCH-REC FROM WS-HIST-ROW
               ADD 1 TO CTL-TO-ARCHIVE(WS-CTL-SUB)
               ADD 1 TO CTL-ARCH-AFTER(WS-CTL-SUB)
           ELSE
               WRITE TEST-HIST-REC FROM WS-HIST-ROW
               ADD 1 TO CTL-ACTIVE-AFTER(WS-CTL-SUB)
           END-IF.
           READ SORTED-TEST-FILE INTO WS-HIST-ROW
               AT END MOVE "Y" TO ROW-EOF-SW.
      *
      *
       D34-TEST-ARCH-ROW-PARA.
           ADD 1 TO CTL-ARCH-BEFORE(WS-CTL-SUB).
           PERFORM D92-MATCH-ACTION-PARA.
           IF WS-ROW-MOVES-SW = "Y" THEN
               WRITE TEST-HIST-REC FROM WS-HIST-ROW
               ADD 1 TO CTL-TO-ACTIVE(WS-CTL-SUB)
               ADD 1 TO CTL-ACTIVE-AFTER(WS-CTL-SUB)
           ELSE
               WRITE TEST-ARCH-REC FROM WS-HIST-ROW
               ADD 1 TO CTL-ARCH-AFTER(WS-CTL-SUB)
           END-IF.
           READ SORTED-TEST-ARCH-FILE INTO WS-HIST-ROW
               AT END MOVE "Y" TO ROW-EOF-SW.
      *
      *
      *    EACH HISTORY PASS READS THE ACTION FILE FROM THE TOP.
       D90-START-ACTIONS-PARA.
           MOVE "N" TO ROW-EOF-SW.
           MOVE SPACES TO WA-ACTION.
           PERFORM D94-READ-ACTION-PARA.
      *
      *
      *    BOTH FILES ARE IN STUDENT ORDER - READ THE ACTIONS UP TO
      *    THE ROW'S STUDENT. THE ROW MOVES WHEN ITS STUDENT HAS
      *    THE ACTION THIS PASS APPLIES.
       D92-MATCH-ACTION-PARA.
           PERFORM D94-READ-ACTION-PARA
               UNTIL ACTION-HOLD IS NOT LESS THAN HR-STUD-ID.
           IF ACTION-HOLD = HR-STUD-ID AND
              WA-ACTION = WS-PASS-ACTION THEN
               MOVE "Y" TO WS-ROW-MOVES-SW
           ELSE
               MOVE "N" TO WS-ROW-MOVES-SW
           END-IF.
      *
      *
       D94-READ-ACTION-PARA.
           READ ACTION-FILE INTO WS-ACTION-REC
               AT END
                   MOVE HIGH-VALUES TO ACTION-HOLD
               NOT AT END
                   MOVE WA-STUD-ID TO ACTION-HOLD
           END-READ.
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
      *
      *
       C82-ORDINAL-TERM-PARA.
           DIVIDE WS-CONV-ORD BY 3 GIVING WS-CONV-YEAR-9
               REMAINDER WS-CONV-RANK.
           EVALUATE WS-CONV-RANK
               WHEN 0
                   MOVE "02" TO WS-CONV-SESSION
               WHEN 1
                   MOVE "03" TO WS-CONV-SESSION
               WHEN OTHER
                   MOVE "01" TO WS-CONV-SESSION
           END-EVALUATE.
      *
      *
      *    A YYMMDD DATE TO THE TERM IT FALLS IN - BLANK WHEN THE
      *    DATE IS NOT NUMERIC.
       C84-DATE-TERM-PARA.
           MOVE SPACES TO WS-CONV-TERM-CODE.
           IF WS-CONV-YY IS NUMERIC AND WS-CONV-MM IS NUMERIC THEN
               MOVE "20" TO WS-CONV-YEAR(1:2)
               MOVE WS-CONV-YY TO WS-CONV-YEAR(3:2)
               EVALUATE TRUE
                   WHEN WS-CONV-MM-9 >= 9
                       MOVE "01" TO WS-CONV-SESSION
                   WHEN WS-CONV-MM-9 >= 6
                       MOVE "03" TO WS-CONV-SESSION
                   WHEN OTHER
                       MOVE "02" TO WS-CONV-SESSION
               END-EVALUATE
           END-IF.
      *
      *
       C10-REPORT-HEADINGS-PARA.
           WRITE ARCHIVE-REPORT-OUT FROM WS-AR-LINE-01
               AFTER ADVANCING PAGE.
           WRITE ARCHIVE-REPORT-OUT FROM WS-AR-LINE-02
               AFTER ADVANCING 2 LINES.
           WRITE ARCHIVE-REPORT-OUT FROM WS-AR-LINE-03
               AFTER ADVANCING 2 LINES.
           IF YEAR-END-RUN-AP THEN
               WRITE ARCHIVE-REPORT-OUT FROM WS-AR-LINE-03A
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE ARCHIVE-REPORT-OUT FROM WS-AR-LINE-03B
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE ARCHIVE-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE ARCHIVE-REPORT-OUT FROM WS-AR-LINE-04
               AFTER ADVANCING 1 LINE.
           WRITE ARCHIVE-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 10 TO WS-LINES-USED.
      *
      *
       C20-DETAIL-LINE-PARA.
           IF WS-LINES-USED > 55 THEN
               PERFORM C10-REPORT-HEADINGS-PARA
           END-IF.
           MOVE WS-LOW-KEY-3 TO STUD-ID-3-AR-OUT.
           MOVE WS-LOW-KEY-2 TO STUD-ID-2-AR-OUT.
           MOVE WS-LOW-KEY-4 TO STUD-ID-4-AR-OUT.
           MOVE LNAME-IM TO LNAME-AR-OUT.
           MOVE FNAME-IM TO FNAME-AR-OUT.
           MOVE PROG-CODE-IM TO PROG-CODE-AR-OUT.
           MOVE WS-LAST-TERM-CODE TO LAST-TERM-AR-OUT.
           MOVE WS-DISPOSITION TO DISPOSITION-AR-OUT.
           WRITE ARCHIVE-REPORT-OUT FROM WS-AR-DL-LINE-05
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-USED.
      *
      *
      *    THE CONTROL TOTALS PAGE - ONE LINE PER FILE, THEN THE
      *    RUN'S STUDENT COUNTS.
       C40-CONTROL-TOTALS-PARA.
           WRITE ARCHIVE-REPORT-OUT FROM WS-AR-LINE-01
               AFTER ADVANCING PAGE.
           WRITE ARCHIVE-REPORT-OUT FROM WS-AR-LINE-06
               AFTER ADVANCING 2 LINES.
           WRITE ARCHIVE-REPORT-OUT FROM WS-AR-LINE-03
               AFTER ADVANCING 2 LINES.
           WRITE ARCHIVE-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE ARCHIVE-REPORT-OUT FROM WS-AR-LINE-07
               AFTER ADVANCING 1 LINE.
           WRITE ARCHIVE-REPORT-OUT FROM WS-AR-LINE-08
               AFTER ADVANCING 1 LINE.
           WRITE ARCHIVE-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 1 TO WS-CTL-SUB.
           PERFORM C45-CONTROL-LINE-PARA
               UNTIL WS-CTL-SUB > 5.
           WRITE ARCHIVE-REPORT-OUT FROM WS-AR-LINE-10
               AFTER ADVANCING 2 LINES.
           WRITE ARCHIVE-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "ARCHIVED - INACTIVE:  " TO AR-TOT-LABEL-OUT.
           MOVE WS-ARCH-INACTIVE-CNT TO AR-TOT-COUNT-OUT.
           WRITE ARCHIVE-REPORT-OUT FROM WS-AR-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "ARCHIVED - DROPPED:   " TO AR-TOT-LABEL-OUT.
           MOVE WS-ARCH-DROPPED-CNT TO AR-TOT-COUNT-OUT.
           WRITE ARCHIVE-REPORT-OUT FROM WS-AR-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "REINSTATED:           " TO AR-TOT-LABEL-OUT.
           MOVE WS-REINSTATED-CNT TO AR-TOT-COUNT-OUT.
           WRITE ARCHIVE-REPORT-OUT FROM WS-AR-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "REJECTED:             " TO AR-TOT-LABEL-OUT.
           MOVE WS-REJECT-CNT TO AR-TOT-COUNT-OUT.
           WRITE ARCHIVE-REPORT-OUT FROM WS-AR-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "KEPT - NO ACTIVITY:   " TO AR-TOT-LABEL-OUT.
           MOVE WS-NO-ACTIVITY-CNT TO AR-TOT-COUNT-OUT.
           WRITE ARCHIVE-REPORT-OUT FROM WS-AR-TOT-LINE
               AFTER ADVANCING 1 LINE.
      *
      *
      *    A FILE BALANCES WHEN THE MOVES ACCOUNT FOR THE CHANGE IN
      *    THE ACTIVE FILE AND NOTHING WAS GAINED OR LOST OVERALL.
       C45-CONTROL-LINE-PARA.
           MOVE WS-CONTROL-NAME(WS-CTL-SUB) TO CTL-NAME-AR-OUT.
           MOVE CTL-ACTIVE-BEFORE(WS-CTL-SUB) TO
               CTL-ACTIVE-BEF-AR-OUT.
           MOVE CTL-ARCH-BEFORE(WS-CTL-SUB) TO CTL-ARCH-BEF-AR-OUT.
           MOVE CTL-TO-ARCHIVE(WS-CTL-SUB) TO CTL-TO-ARCH-AR-OUT.
           MOVE CTL-TO-ACTIVE(WS-CTL-SUB) TO CTL-TO-ACTIVE-AR-OUT.
           MOVE CTL-FROM-JOURNAL(WS-CTL-SUB) TO CTL-FROM-JRNL-AR-OUT.
           MOVE CTL-ACTIVE-AFTER(WS-CTL-SUB) TO
               CTL-ACTIVE-AFT-AR-OUT.
           MOVE CTL-ARCH-AFTER(WS-CTL-SUB) TO CTL-ARCH-AFT-AR-OUT.
           COMPUTE WS-EXPECTED-W = CTL-ACTIVE-BEFORE(WS-CTL-SUB)
               - CTL-TO-ARCHIVE(WS-CTL-SUB)
               + CTL-TO-ACTIVE(WS-CTL-SUB).
           MOVE CTL-ACTIVE-AFTER(WS-CTL-SUB) TO WS-ACTUAL-W.
           IF WS-EXPECTED-W = WS-ACTUAL-W THEN
               COMPUTE WS-EXPECTED-W = CTL-ACTIVE-BEFORE(WS-CTL-SUB)
                   + CTL-ARCH-BEFORE(WS-CTL-SUB)
                   + CTL-FROM-JOURNAL(WS-CTL-SUB)
               COMPUTE WS-ACTUAL-W = CTL-ACTIVE-AFTER(WS-CTL-SUB)
                   + CTL-ARCH-AFTER(WS-CTL-SUB)
           END-IF.
           IF WS-EXPECTED-W = WS-ACTUAL-W THEN
               MOVE "BALANCED" TO CTL-STATUS-AR-OUT
           ELSE
               MOVE "OUT OF BALANCE" TO CTL-STATUS-AR-OUT
               MOVE "Y" TO WS-OOB-SW
           END-IF.
           WRITE ARCHIVE-REPORT-OUT FROM WS-AR-CTL-LINE-09
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-CTL-SUB.
      *
      *
      *    APPEND THIS STEP'S RECORD TO THE NIGHTLY RUN LOG -
      *    MASTERS READ IN, MASTERS WRITTEN OUT (READ MINUS ARCHIVED
      *    PLUS REINSTATED), REJECTED STUDENTS. PROG27 CARRIES THE
      *    DIFFERENCE INTO ITS MASTER CROSS-FOOT.
       C99-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE SPACES TO RUN-LOG-REC.
           MOVE DATE-ACCEPT TO RL-RUN-DATE.
           MOVE "38   " TO RL-STEP.
           MOVE WS-STEP-START-TIME TO RL-START-TIME.
           ACCEPT WS-TIME-ACCEPT FROM TIME.
           MOVE WS-TIME-ACCEPT(1:6) TO RL-STOP-TIME.
           MOVE CTL-ACTIVE-BEFORE(1) TO RL-RECS-IN.
           MOVE CTL-ACTIVE-AFTER(1) TO RL-RECS-OUT.
           MOVE WS-REJECT-CNT TO RL-REJECTS.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG-FILE.
