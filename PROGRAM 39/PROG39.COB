       IDENTIFICATION DIVISION.
      *
      *
       PROGRAM-ID.    PROG39.
      *AUTHOR.        ERIC.
      *INSTALLATION.  WSC.
      *DATE-WRITTEN.  JUL 05,2004.
      *DATE-COMPILED. JUL 05,2004.
      *SECURITY.      NONE.
      *
      *
      * CENSUS-DATE ENROLLMENT SNAPSHOT AND HEADCOUNT/FTE REPORT
      * FOR INSTITUTIONAL RESEARCH. RUN ON THE CENSUS DATE OF THE
      * FALL AND SPRING TERMS, IT FREEZES WHO WAS ENROLLED AND
      * PRINTS THE STATE AND FEDERAL HEADCOUNT TABLES FROM THE
      * FROZEN FIGURES:
      *
      * A. THE SNAPSHOT - ONE RECORD PER ENROLLED STUDENT, BUILT
      *    FROM THE TERM'S ENROLLMENT (ENROLL.DAT) JOINED TO THE
      *    CURRENT MASTER GENERATION (PROGRAM OF STUDY, CREDITS
      *    EARNED FOR THE CLASS LEVEL), THE DEMOGRAPHICS FILE
      *    (STATE OF RESIDENCE) AND THE COURSE CATALOG (CREDITS
      *    ATTEMPTED). THE SNAPSHOT FILE (CENSUS-SNAP.DAT) KEEPS
      *    EVERY TERM EVER FROZEN AND IS ONLY EVER EXTENDED. ONCE
      *    A TERM IS ON IT, A RERUN FOR THE TERM REPRINTS FROM THE
      *    FROZEN RECORDS - LATER ADDS AND DROPS DO NOT CHANGE
      *    WHAT WAS REPORTED.
      * B. HEADCOUNT, FULL-TIME, PART-TIME AND FTE BY PROGRAM OF
      *    STUDY, BY CLASS LEVEL AND BY STATE OF RESIDENCE, EACH
      *    ROW SET BESIDE THE SAME TERM A YEAR EARLIER (FROM ITS
      *    OWN SNAPSHOT) WITH THE CHANGE IN HEADCOUNT.
      *
      * A STUDENT IS FULL-TIME WITH 12 OR MORE CREDITS ATTEMPTED
      * IN THE TERM. FTE IS CREDITS ATTEMPTED OVER 15 - THE
      * FULL-TIME TERM LOAD. THE CLASS LEVELS ARE THE CREDIT BANDS
      * THE CLASS RANK RUN (PROG33) USES:
      *
      *     FRESHMAN    0 - 29 CREDITS
      *     SOPHOMORE  30 - 59 CREDITS
      *     JUNIOR     60 - 89 CREDITS
      *     SENIOR     90 CREDITS AND UP
      *
      * THE TERM AND CENSUS DATE COME FROM THE CENSUS PARAMETER
      * RECORD (CENSUS-PARM.DAT). A BLANK TERM IS THE CURRENT TERM
      * BY THE RUN DATE AND A BLANK CENSUS DATE IS THE RUN DATE.
      * AN ENROLLED STUDENT NOT ON THE MASTER IS NOT COUNTED - THE
      * STUDENT IS NAMED ON THE CONSOLE AND COUNTED ON THE TOTALS
      * PAGE, AS IS ANY COURSE NOT ON THE CATALOG (NO CREDITS).
      *
      *
      *
       ENVIRONMENT DIVISION.
      *
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT OPTIONAL CENSUS-PARM-FILE
               ASSIGN TO "CENSUS-PARM.DAT".
           SELECT OPTIONAL ENROLL-FILE
               ASSIGN TO "ENROLL.DAT".
           SELECT SORTED-ENROLL-FILE
               ASSIGN TO "SORTED-ENROLL39.DAT".
           SELECT OPTIONAL CENSUS-SNAP-FILE
               ASSIGN TO "CENSUS-SNAP.DAT".
           SELECT TALLY-FILE
               ASSIGN TO "CENSUS-TALLY39.DAT".
           SELECT SORTED-TALLY-FILE
               ASSIGN TO "SORTED-TALLY39.DAT".
           SELECT NEW-MASTER-FILE
               ASSIGN USING WS-MASTER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUD-ID-KEY-NM
               ALTERNATE RECORD KEY IS STUD-NAME-KEY-NM
                   WITH DUPLICATES.
           SELECT OPTIONAL STU-DEMO-FILE
               ASSIGN TO "STUDEMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-STUD-ID-KEY.
           SELECT COURSE-CAT-FILE
               ASSIGN TO "COURSE-CAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CC-COURSE-KEY.
           SELECT CENSUS-REPORT
               ASSIGN TO "PROG39_OUT.DAT".
           SELECT SORT-WORK-ENROLL
               ASSIGN TO "SORT-WORK39A.DAT".
           SELECT SORT-WORK-TALLY
               ASSIGN TO "SORT-WORK39B.DAT".
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
      *    ONE-RECORD PARAMETER FILE - THE TERM TO CENSUS AND THE
      *    CENSUS DATE (YYMMDD).
       FD  CENSUS-PARM-FILE
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS CENSUS-PARM-REC.
      *
       01  CENSUS-PARM-REC              PIC X(80).
      *
      *    THE TERM ENROLLMENT FILE PROG22 WRITES AT REGISTRATION.
       FD  ENROLL-FILE
               RECORD CONTAINS 30 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS ENROLL-REC-IN.
      *
       01  ENROLL-REC-IN                PIC X(30).
      *
       FD  SORTED-ENROLL-FILE
               RECORD CONTAINS 30 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SORTED-ENROLL-REC.
      *
       01  SORTED-ENROLL-REC            PIC X(30).
      *
      *    THE FROZEN CENSUS SNAPSHOTS, EVERY TERM, ONE RECORD PER
      *    STUDENT ENROLLED ON THE TERM'S CENSUS DATE. EXTENDED,
      *    NEVER REWRITTEN.
       FD  CENSUS-SNAP-FILE
               RECORD CONTAINS 60 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS CENSUS-SNAP-REC.
      *
       01  CENSUS-SNAP-REC              PIC X(60).
      *
      *    ONE RECORD PER STUDENT PER TABLE, SORTED INTO TABLE AND
      *    ROW ORDER FOR PRINTING.
       FD  TALLY-FILE
               RECORD CONTAINS 20 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS TALLY-REC-OUT.
      *
       01  TALLY-REC-OUT                PIC X(20).
      *
       FD  SORTED-TALLY-FILE
               RECORD CONTAINS 20 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SORTED-TALLY-REC.
      *
       01  SORTED-TALLY-REC             PIC X(20).
      *
       FD  NEW-MASTER-FILE
               RECORD CONTAINS 70 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS NEW-MASTER-REC-IN.
      *
      *    THE MASTER IS INDEXED ON THE STUDENT NUMBER - ONE KEYED
      *    READ PER ENROLLED STUDENT. THE MASTER IS NEVER WRITTEN
      *    HERE.
       01  NEW-MASTER-REC-IN.
           05  FILLER                   PIC X(2).
           05  STUD-ID-KEY-NM           PIC X(9).
           05  STUD-NAME-KEY-NM.
               10  STUD-LNAME-KEY-NM    PIC X(14).
               10  STUD-FNAME-KEY-NM    PIC X(10).
           05  FILLER                   PIC X(35).
      *
      *    THE COMPANION DEMOGRAPHICS FILE - INDEXED ON THE SAME
      *    STUDENT NUMBER. A STUDENT WITH NO RECORD, OR NO STATE ON
      *    IT, IS COUNTED UNDER STATE UNKNOWN.
       FD  STU-DEMO-FILE
               RECORD CONTAINS 100 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS STU-DEMO-REC.
      *
       01  STU-DEMO-REC.
           05  FILLER                   PIC X(2).
           05  DM-STUD-ID-KEY           PIC X(9).
           05  DM-STREET-ADDR           PIC X(25).
           05  DM-CITY                  PIC X(15).
           05  DM-STATE                 PIC X(2).
           05  DM-ZIP                   PIC X(5).
           05  DM-PHONE                 PIC X(10).
           05  DM-ENROLL-DATE           PIC X(6).
           05  FILLER                   PIC X(26).
      *
       FD  COURSE-CAT-FILE
               RECORD CONTAINS 50 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS COURSE-CAT-REC.
      *
       01  COURSE-CAT-REC.
           05  CC-COURSE-KEY.
               10  CC-DEPT              PIC X(4).
               10  CC-COURSE-NUM        PIC X(4).
           05  CC-COURSE-DESC           PIC X(24).
           05  CC-CREDITS               PIC 9(1).
           05  CC-ACTIVE-IND            PIC X(1).
           05  FILLER                   PIC X(16).
      *
       FD  CENSUS-REPORT
               RECORD CONTAINS 132 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS CENSUS-REPORT-OUT.
      *
       01  CENSUS-REPORT-OUT            PIC X(132).
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
       SD  SORT-WORK-ENROLL
             DATA RECORD IS SORT-WORK-ENROLL-REC.
      *
       01  SORT-WORK-ENROLL-REC.
           05  SR-ENROLL-STUD-ID        PIC X(9).
           05  SR-ENROLL-COURSE         PIC X(8).
           05  FILLER                   PIC X(13).
      *
       SD  SORT-WORK-TALLY
             DATA RECORD IS SORT-WORK-TALLY-REC.
      *
       01  SORT-WORK-TALLY-REC.
           05  SR-TALLY-TABLE           PIC 9(1).
           05  SR-TALLY-ROW             PIC X(3).
           05  FILLER                   PIC X(16).
      *
      *
      *
       WORKING-STORAGE SECTION.
      *
      *
       01  WS-SWITCHES.
           05  PARM-FOUND-SW            PIC X.
           05  ENROLL-EOF-SW            PIC X.
           05  SNAP-EOF-SW              PIC X.
           05  TALLY-EOF-SW             PIC X.
           05  NM-FOUND-SW              PIC X.
           05  DEMO-FOUND-SW            PIC X.
           05  CAT-FOUND-SW             PIC X.
           05  TERM-FROZEN-SW           PIC X.
           05  PRIOR-FOUND-SW           PIC X.
      *
       01  WS-RUN-CONTROL-AREA.
           05  WS-MASTER-FILE-NAME      PIC X(13)
                                        VALUE "NEW-MASTER.G1".
           05  WS-MASTER-GEN-BYTE REDEFINES WS-MASTER-FILE-NAME.
               10  FILLER               PIC X(12).
               10  WS-MASTER-GEN        PIC 9(1).
           05  WS-RC-FOUND-SW           PIC X.
      *
      *    THE FULL-TIME LOAD AND THE FTE DIVISOR, IN CREDITS
      *    ATTEMPTED PER TERM.
       01  WS-CENSUS-RULES.
           05  WS-FULL-TIME-MIN         PIC 9(2) VALUE 12.
           05  WS-FTE-DIVISOR           PIC 9(2) VALUE 15.
      *
      *    THE TERM CENSUSED AND THE SAME TERM A YEAR EARLIER.
       01  WS-TERM-AREA.
           05  WS-CENSUS-TERM.
               10  WS-CENSUS-YEAR       PIC X(4).
               10  WS-CENSUS-YEAR-9 REDEFINES WS-CENSUS-YEAR
                                        PIC 9(4).
               10  WS-CENSUS-SESSION    PIC X(2).
                   88  VALID-SESSION-W  VALUE "01" "02" "03".
           05  WS-PRIOR-TERM.
               10  WS-PRIOR-YEAR-9      PIC 9(4).
               10  WS-PRIOR-SESSION     PIC X(2).
           05  WS-CENSUS-DATE.
               10  WS-CENSUS-YY         PIC X(2).
               10  WS-CENSUS-MM         PIC X(2).
               10  WS-CENSUS-DD         PIC X(2).
           05  WS-RUN-MONTH-9           PIC 9(2).
      *
       01  WS-HOLD-AREA.
           05  WS-CURR-STUD-ID          PIC X(9).
           05  WS-HOLD-TABLE            PIC 9(1).
           05  WS-HOLD-ROW              PIC X(3).
      *
      *    THE CURRENT STUDENT'S LOAD, BUILT ACROSS THEIR
      *    ENROLLMENT ROWS.
       01  WS-STUDENT-LOAD.
           05  WS-ATT-CREDITS           PIC 9(2).
           05  WS-COURSE-CNT            PIC 9(2).
      *
       01  WS-RUN-COUNTS.
           05  WS-ENROLL-READ-CNT       PIC 9(7) VALUE ZERO.
           05  WS-OTHER-TERM-CNT        PIC 9(7) VALUE ZERO.
           05  WS-NO-CATALOG-CNT        PIC 9(5) VALUE ZERO.
           05  WS-NO-MASTER-CNT         PIC 9(5) VALUE ZERO.
           05  WS-NO-STATE-CNT          PIC 9(5) VALUE ZERO.
      *
      *    HEADCOUNT, FULL-TIME, PART-TIME AND CREDITS ATTEMPTED -
      *    FOR ONE ROW, ONE TABLE, AND THE WHOLE TERM. THE FIRST
      *    SET IS THE TERM CENSUSED, THE SECOND THE PRIOR YEAR.
       01  WS-ROW-TOTALS.
           05  WS-ROW-CUR.
               10  ROW-CUR-HC           PIC 9(5).
               10  ROW-CUR-FT           PIC 9(5).
               10  ROW-CUR-PT           PIC 9(5).
               10  ROW-CUR-CREDITS      PIC 9(7).
           05  WS-ROW-PRI.
               10  ROW-PRI-HC           PIC 9(5).
               10  ROW-PRI-FT           PIC 9(5).
               10  ROW-PRI-PT           PIC 9(5).
               10  ROW-PRI-CREDITS      PIC 9(7).
      *
       01  WS-TABLE-TOTALS.
           05  WS-TBL-CUR.
               10  TBL-CUR-HC           PIC 9(5).
               10  TBL-CUR-FT           PIC 9(5).
               10  TBL-CUR-PT           PIC 9(5).
               10  TBL-CUR-CREDITS      PIC 9(7).
           05  WS-TBL-PRI.
               10  TBL-PRI-HC           PIC 9(5).
               10  TBL-PRI-FT           PIC 9(5).
               10  TBL-PRI-PT           PIC 9(5).
               10  TBL-PRI-CREDITS      PIC 9(7).
      *
       01  WS-TERM-TOTALS.
           05  WS-TRM-CUR.
               10  TRM-CUR-HC           PIC 9(5) VALUE ZERO.
               10  TRM-CUR-FT           PIC 9(5) VALUE ZERO.
               10  TRM-CUR-PT           PIC 9(5) VALUE ZERO.
               10  TRM-CUR-CREDITS      PIC 9(7) VALUE ZERO.
           05  WS-TRM-PRI.
               10  TRM-PRI-HC           PIC 9(5) VALUE ZERO.
               10  TRM-PRI-FT           PIC 9(5) VALUE ZERO.
               10  TRM-PRI-PT           PIC 9(5) VALUE ZERO.
               10  TRM-PRI-CREDITS      PIC 9(7) VALUE ZERO.
      *
      *    ONE PRINTED ROW'S FIGURES, FROM THE ROW OR TABLE TOTALS.
       01  WS-PRINT-WORK.
           05  PW-CUR.
               10  PW-CUR-HC            PIC 9(5).
               10  PW-CUR-FT            PIC 9(5).
               10  PW-CUR-PT            PIC 9(5).
               10  PW-CUR-CREDITS       PIC 9(7).
           05  PW-PRI.
               10  PW-PRI-HC            PIC 9(5).
               10  PW-PRI-FT            PIC 9(5).
               10  PW-PRI-PT            PIC 9(5).
               10  PW-PRI-CREDITS       PIC 9(7).
           05  PW-FTE                   PIC 9(5)V9.
           05  PW-CHANGE                PIC S9(5).
           05  PW-PCT                   PIC S9(5)V9.
      *
       01  WS-TABLE-TITLES.
           05  FILLER                   PIC X(22)
                       VALUE "BY PROGRAM OF STUDY".
           05  FILLER                   PIC X(22)
                       VALUE "BY CLASS LEVEL".
           05  FILLER                   PIC X(22)
                       VALUE "BY STATE OF RESIDENCE".
       01  WS-TABLE-TITLE-TBL REDEFINES WS-TABLE-TITLES.
           05  WS-TABLE-TITLE           PIC X(22) OCCURS 3 TIMES.
      *
      *    THE CLASS-LEVEL BANDS, BY CREDITS EARNED.
       01  WS-CLASS-YEAR-AREA.
           05  WS-CLASS-YEAR-X.
               10  FILLER               PIC X(17)
                                        VALUE "FRESHMAN    0- 29".
               10  FILLER               PIC X(17)
                                        VALUE "SOPHOMORE  30- 59".
               10  FILLER               PIC X(17)
                                        VALUE "JUNIOR     60- 89".
               10  FILLER               PIC X(17)
                                        VALUE "SENIOR     90 UP".
           05  WS-CLASS-YEAR-TBL REDEFINES WS-CLASS-YEAR-X.
               10  WS-CLASS-ENTRY  OCCURS 4 TIMES.
                   15  WS-CLASS-NAME    PIC X(10).
                   15  WS-CLASS-RANGE   PIC X(7).
           05  WS-CLASS-YEAR            PIC 9(1).
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
       01  WS-CENSUS-PARM-REC.
           05  CP-TERM-CODE             PIC X(6).
           05  CP-CENSUS-DATE           PIC X(6).
           05  FILLER                   PIC X(68).
      *
       01  WS-ENROLL-REC.
           05  EN-STUD-ID               PIC X(9).
           05  EN-COURSE-KEY.
               10  EN-DEPT              PIC X(4).
               10  EN-COURSE-NUM        PIC X(4).
           05  EN-SECTION               PIC X(2).
           05  EN-TERM-CODE             PIC X(6).
           05  FILLER                   PIC X(5).
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
      *    ONE FROZEN STUDENT. THE CLASS LEVEL IS KEPT WITH THE
      *    CREDITS IT CAME FROM, SO A REPRINT NEVER RE-DERIVES IT.
       01  WS-SNAP-REC.
           05  CS-TERM-CODE             PIC X(6).
           05  CS-STUD-ID               PIC X(9).
           05  CS-CENSUS-DATE           PIC X(6).
           05  CS-PROG-CODE             PIC X(3).
           05  CS-CREDITS-EARNED        PIC 9(3).
           05  CS-CLASS-LEVEL           PIC 9(1).
           05  CS-STATE                 PIC X(2).
           05  CS-ATT-CREDITS           PIC 9(2).
           05  CS-COURSE-CNT            PIC 9(2).
      *    F = FULL-TIME, P = PART-TIME.
           05  CS-FT-PT                 PIC X(1).
               88  FULL-TIME-CS         VALUE "F".
           05  FILLER                   PIC X(25).
      *
      *    TABLE 1 = PROGRAM OF STUDY, 2 = CLASS LEVEL, 3 = STATE.
      *    C = THE TERM CENSUSED, P = THE PRIOR YEAR.
       01  WS-TALLY-REC.
           05  TL-TABLE                 PIC 9(1).
           05  TL-ROW                   PIC X(3).
           05  TL-YEAR                  PIC X(1).
               88  CURRENT-YEAR-TL      VALUE "C".
           05  TL-FT-PT                 PIC X(1).
               88  FULL-TIME-TL         VALUE "F".
           05  TL-ATT-CREDITS           PIC 9(2).
           05  FILLER                   PIC X(12).
      *
       01  WS-CN-LINE-01.
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
       01  WS-CN-LINE-02.
           05  FILLER                   PIC X(20) VALUE SPACES.
           05  FILLER                   PIC X(17)
                       VALUE "CENSUS ENROLLMENT".
           05  FILLER                   PIC X(3) VALUE " - ".
           05  FILLER                   PIC X(21)
                       VALUE "HEADCOUNT AND FTE".
           05  FILLER                   PIC X(71) VALUE SPACES.
      *
       01  WS-CN-LINE-03.
           05  FILLER                   PIC X(6) VALUE "DATE: ".
           05  RUN-DATE-CN-OUT.
               10  MONTH-CN-OUT         PIC X(2).
               10  FILLER               PIC X VALUE "/".
               10  DAY-CN-OUT           PIC X(2).
               10  FILLER               PIC X VALUE "/".
               10  YEAR-CN-OUT          PIC X(2).
           05  FILLER                   PIC X(118) VALUE SPACES.
      *
       01  WS-CN-LINE-03A.
           05  FILLER                   PIC X(6) VALUE "TERM: ".
           05  TERM-CN-OUT              PIC X(6).
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  FILLER                   PIC X(13) VALUE "CENSUS DATE: ".
           05  CENSUS-MM-CN-OUT         PIC X(2).
           05  FILLER                   PIC X VALUE "/".
           05  CENSUS-DD-CN-OUT         PIC X(2).
           05  FILLER                   PIC X VALUE "/".
           05  CENSUS-YY-CN-OUT         PIC X(2).
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  SNAP-STATUS-CN-OUT       PIC X(30).
           05  FILLER                   PIC X(61) VALUE SPACES.
      *
       01  WS-CN-LINE-03B.
           05  FILLER                   PIC X(16)
                       VALUE "COMPARED WITH: ".
           05  PRIOR-TERM-CN-OUT        PIC X(6).
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  PRIOR-STATUS-CN-OUT      PIC X(30).
           05  FILLER                   PIC X(76) VALUE SPACES.
      *
       01  WS-CN-LINE-04.
           05  TABLE-TITLE-CN-OUT       PIC X(22).
           05  FILLER                   PIC X(110) VALUE SPACES.
      *
       01  WS-CN-LINE-05.
           05  FILLER                   PIC X(20) VALUE SPACES.
           05  FILLER                   PIC X(39)
                   VALUE "----------- THIS TERM -----------".
           05  FILLER                   PIC X(25)
                   VALUE "----- PRIOR YEAR -----".
           05  FILLER                   PIC X(48) VALUE SPACES.
      *
       01  WS-CN-LINE-06.
           05  FILLER                   PIC X(20) VALUE SPACES.
           05  FILLER                   PIC X(9) VALUE "HEADCOUNT".
           05  FILLER                   PIC X(9) VALUE "FULL-TIME".
           05  FILLER                   PIC X(9) VALUE "PART-TIME".
           05  FILLER                   PIC X(12) VALUE "   FTE".
           05  FILLER                   PIC X(9) VALUE "HEADCOUNT".
           05  FILLER                   PIC X(12) VALUE "   FTE".
           05  FILLER                   PIC X(6) VALUE "CHANGE".
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  FILLER                   PIC X(7) VALUE "PERCENT".
           05  FILLER                   PIC X(36) VALUE SPACES.
      *
       01  WS-CN-DL-LINE-07.
           05  ROW-LABEL-CN-OUT         PIC X(18).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  CUR-HC-CN-OUT            PIC ZZ,ZZ9.
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  CUR-FT-CN-OUT            PIC ZZ,ZZ9.
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  CUR-PT-CN-OUT            PIC ZZ,ZZ9.
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  CUR-FTE-CN-OUT           PIC ZZ,ZZ9.9.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  PRI-HC-CN-OUT            PIC ZZ,ZZ9.
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  PRI-FTE-CN-OUT           PIC ZZ,ZZ9.9.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  CHANGE-CN-OUT            PIC --,--9.
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  PCT-CN-OUT               PIC ----9.9.
           05  PCT-NEW-CN-OUT REDEFINES PCT-CN-OUT
                                        PIC X(7).
           05  FILLER                   PIC X(36) VALUE SPACES.
      *
       01  WS-CN-TOT-LINE.
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  CN-TOT-LABEL-OUT         PIC X(22).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  CN-TOT-COUNT-OUT         PIC ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(93) VALUE SPACES.
      *
       01  WS-CN-FTE-LINE.
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  CN-FTE-LABEL-OUT         PIC X(22).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  CN-FTE-OUT               PIC ZZZZ9.9.
           05  FILLER                   PIC X(96) VALUE SPACES.
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
           PERFORM B10-INIT-PARA.
           OPEN OUTPUT TALLY-FILE.
           PERFORM B20-SCAN-SNAPSHOT-PARA.
           IF TERM-FROZEN-SW = "N" THEN
               PERFORM B30-FREEZE-PARA
           END-IF.
           CLOSE TALLY-FILE.
           SORT SORT-WORK-TALLY
               ASCENDING KEY SR-TALLY-TABLE SR-TALLY-ROW
                   USING  TALLY-FILE
                   GIVING SORTED-TALLY-FILE.
           OPEN INPUT  SORTED-TALLY-FILE
                OUTPUT CENSUS-REPORT.
           MOVE "N" TO TALLY-EOF-SW.
           READ SORTED-TALLY-FILE INTO WS-TALLY-REC
               AT END MOVE "Y" TO TALLY-EOF-SW.
           PERFORM C20-TABLE-PARA
               UNTIL TALLY-EOF-SW = "Y".
           PERFORM C60-TOTALS-PARA.
           CLOSE SORTED-TALLY-FILE
                 CENSUS-REPORT.
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
               DISPLAY "PROG39: FATAL - RUN-CONTROL.DAT NOT FOUND "
                   "- CANNOT TELL WHICH MASTER GENERATION IS "
                   "CURRENT"
               STOP RUN
           END-IF.
      *
      *
      *    THE TERM AND CENSUS DATE - FROM THE PARAMETER RECORD
      *    WHEN IT CARRIES THEM, OTHERWISE FROM THE RUN DATE (THE
      *    TERM BY MONTH: 01 FALL SEP-DEC, 02 SPRING JAN-MAY,
      *    03 SUMMER JUN-AUG).
       B10-INIT-PARA.
           ACCEPT DATE-ACCEPT FROM DATE.
           MOVE WS-MONTH TO MONTH-CN-OUT.
           MOVE WS-DAY TO DAY-CN-OUT.
           MOVE WS-YEAR TO YEAR-CN-OUT.
           MOVE SPACES TO WS-CENSUS-PARM-REC.
           MOVE "N" TO PARM-FOUND-SW.
           OPEN INPUT CENSUS-PARM-FILE.
           READ CENSUS-PARM-FILE INTO WS-CENSUS-PARM-REC
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "Y" TO PARM-FOUND-SW
           END-READ.
           CLOSE CENSUS-PARM-FILE.
           IF PARM-FOUND-SW = "N" THEN
               DISPLAY "PROG39: CENSUS-PARM.DAT NOT FOUND - TERM AND "
                   "CENSUS DATE TAKEN FROM THE RUN DATE"
           END-IF.
           IF CP-TERM-CODE = SPACES THEN
               MOVE "20" TO WS-CENSUS-YEAR(1:2)
               MOVE WS-YEAR TO WS-CENSUS-YEAR(3:2)
               MOVE WS-MONTH TO WS-RUN-MONTH-9
               EVALUATE TRUE
                   WHEN WS-RUN-MONTH-9 >= 9
                       MOVE "01" TO WS-CENSUS-SESSION
                   WHEN WS-RUN-MONTH-9 >= 6
                       MOVE "03" TO WS-CENSUS-SESSION
                   WHEN OTHER
                       MOVE "02" TO WS-CENSUS-SESSION
               END-EVALUATE
           ELSE
               MOVE CP-TERM-CODE TO WS-CENSUS-TERM
           END-IF.
           IF WS-CENSUS-YEAR IS NOT NUMERIC OR
              NOT VALID-SESSION-W THEN
               DISPLAY "PROG39: FATAL - CENSUS-PARM.DAT TERM "
                   CP-TERM-CODE " IS NOT A VALID TERM CODE"
               STOP RUN
           END-IF.
           IF CP-CENSUS-DATE IS NUMERIC THEN
               MOVE CP-CENSUS-DATE TO WS-CENSUS-DATE
           ELSE
               MOVE DATE-ACCEPT TO WS-CENSUS-DATE
           END-IF.
           SUBTRACT 1 FROM WS-CENSUS-YEAR-9 GIVING WS-PRIOR-YEAR-9.
           MOVE WS-CENSUS-SESSION TO WS-PRIOR-SESSION.
           MOVE WS-CENSUS-TERM TO TERM-CN-OUT.
           MOVE WS-PRIOR-TERM TO PRIOR-TERM-CN-OUT.
      *
      *
      *    ONE PASS OF THE SNAPSHOT FILE. THE PRIOR YEAR'S TERM IS
      *    TALLIED FROM ITS FROZEN RECORDS; SO IS THIS TERM WHEN IT
      *    IS ALREADY FROZEN, AND THEN NOTHING IS REBUILT.
       B20-SCAN-SNAPSHOT-PARA.
           MOVE "N" TO TERM-FROZEN-SW.
           MOVE "N" TO PRIOR-FOUND-SW.
           MOVE "N" TO SNAP-EOF-SW.
           OPEN INPUT CENSUS-SNAP-FILE.
           READ CENSUS-SNAP-FILE INTO WS-SNAP-REC
               AT END MOVE "Y" TO SNAP-EOF-SW.
           PERFORM B22-SNAPSHOT-REC-PARA
               UNTIL SNAP-EOF-SW = "Y".
           CLOSE CENSUS-SNAP-FILE.
           IF PRIOR-FOUND-SW = "Y" THEN
               MOVE "PRIOR-YEAR SNAPSHOT ON FILE" TO
                   PRIOR-STATUS-CN-OUT
           ELSE
               MOVE "NO PRIOR-YEAR SNAPSHOT ON FILE" TO
                   PRIOR-STATUS-CN-OUT
           END-IF.
      *
      *
       B22-SNAPSHOT-REC-PARA.
           EVALUATE CS-TERM-CODE
               WHEN WS-CENSUS-TERM
                   IF TERM-FROZEN-SW = "N" THEN
                       MOVE "Y" TO TERM-FROZEN-SW
                       MOVE CS-CENSUS-DATE TO WS-CENSUS-DATE
                   END-IF
                   MOVE "C" TO TL-YEAR
                   PERFORM B40-WRITE-TALLIES-PARA
               WHEN WS-PRIOR-TERM
                   MOVE "Y" TO PRIOR-FOUND-SW
                   MOVE "P" TO TL-YEAR
                   PERFORM B40-WRITE-TALLIES-PARA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ CENSUS-SNAP-FILE INTO WS-SNAP-REC
               AT END MOVE "Y" TO SNAP-EOF-SW.
      *
      *
      *    FREEZE THE TERM - ONE SNAPSHOT RECORD PER STUDENT WITH
      *    THE TERM'S ENROLLMENT, APPENDED TO THE SNAPSHOT FILE.
       B30-FREEZE-PARA.
           SORT SORT-WORK-ENROLL
               ASCENDING KEY SR-ENROLL-STUD-ID SR-ENROLL-COURSE
                   USING  ENROLL-FILE
                   GIVING SORTED-ENROLL-FILE.
           OPEN INPUT  SORTED-ENROLL-FILE
                       NEW-MASTER-FILE
                       STU-DEMO-FILE
                       COURSE-CAT-FILE.
           OPEN EXTEND CENSUS-SNAP-FILE.
           MOVE "N" TO ENROLL-EOF-SW.
           READ SORTED-ENROLL-FILE INTO WS-ENROLL-REC
               AT END MOVE "Y" TO ENROLL-EOF-SW.
           PERFORM B32-STUDENT-PARA
               UNTIL ENROLL-EOF-SW = "Y".
           CLOSE SORTED-ENROLL-FILE
                 NEW-MASTER-FILE
                 STU-DEMO-FILE
                 COURSE-CAT-FILE
                 CENSUS-SNAP-FILE.
      *
      *
      *    ONE STUDENT'S ENROLLMENT ROWS. A STUDENT WITH NO ROW FOR
      *    THE TERM CENSUSED IS NOT ENROLLED IN IT.
       B32-STUDENT-PARA.
           MOVE EN-STUD-ID TO WS-CURR-STUD-ID.
           MOVE ZERO TO WS-ATT-CREDITS.
           MOVE ZERO TO WS-COURSE-CNT.
           PERFORM B34-COURSE-PARA
               UNTIL ENROLL-EOF-SW = "Y" OR
                     EN-STUD-ID IS NOT EQUAL TO WS-CURR-STUD-ID.
           IF WS-COURSE-CNT > ZERO THEN
               PERFORM B36-SNAPSHOT-STUDENT-PARA
           END-IF.
      *
      *
      *    CREDITS ATTEMPTED COME FROM THE CATALOG - A COURSE NOT
      *    ON IT COUNTS TOWARD ENROLLMENT WITH NO CREDITS.
       B34-COURSE-PARA.
           ADD 1 TO WS-ENROLL-READ-CNT.
           IF EN-TERM-CODE = WS-CENSUS-TERM THEN
               ADD 1 TO WS-COURSE-CNT
               MOVE EN-COURSE-KEY TO CC-COURSE-KEY
               READ COURSE-CAT-FILE
                   INVALID KEY
                       MOVE "N" TO CAT-FOUND-SW
                   NOT INVALID KEY
                       MOVE "Y" TO CAT-FOUND-SW
               END-READ
               IF CAT-FOUND-SW = "Y" THEN
                   ADD CC-CREDITS TO WS-ATT-CREDITS
               ELSE
                   ADD 1 TO WS-NO-CATALOG-CNT
               END-IF
           ELSE
               ADD 1 TO WS-OTHER-TERM-CNT
           END-IF.
           READ SORTED-ENROLL-FILE INTO WS-ENROLL-REC
               AT END MOVE "Y" TO ENROLL-EOF-SW.
      *
      *
       B36-SNAPSHOT-STUDENT-PARA.
           MOVE WS-CURR-STUD-ID TO STUD-ID-KEY-NM.
           READ NEW-MASTER-FILE INTO WS-NM-REC
               INVALID KEY
                   MOVE "N" TO NM-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO NM-FOUND-SW
           END-READ.
           IF NM-FOUND-SW = "N" THEN
               ADD 1 TO WS-NO-MASTER-CNT
               DISPLAY "PROG39: STUDENT " WS-CURR-STUD-ID
                   " ENROLLED BUT NOT ON THE MASTER - NOT COUNTED"
           ELSE
               MOVE SPACES TO WS-SNAP-REC
               MOVE WS-CENSUS-TERM TO CS-TERM-CODE
               MOVE WS-CURR-STUD-ID TO CS-STUD-ID
               MOVE WS-CENSUS-DATE TO CS-CENSUS-DATE
               MOVE PROG-CODE-NM TO CS-PROG-CODE
               MOVE CREDITS-NM TO CS-CREDITS-EARNED
               EVALUATE TRUE
                   WHEN CREDITS-NM < 30
                       MOVE 1 TO CS-CLASS-LEVEL
                   WHEN CREDITS-NM < 60
                       MOVE 2 TO CS-CLASS-LEVEL
                   WHEN CREDITS-NM < 90
                       MOVE 3 TO CS-CLASS-LEVEL
                   WHEN OTHER
                       MOVE 4 TO CS-CLASS-LEVEL
               END-EVALUATE
               MOVE WS-CURR-STUD-ID TO DM-STUD-ID-KEY
               READ STU-DEMO-FILE
                   INVALID KEY
                       MOVE "N" TO DEMO-FOUND-SW
                   NOT INVALID KEY
                       MOVE "Y" TO DEMO-FOUND-SW
               END-READ
               IF DEMO-FOUND-SW = "Y" THEN
                   MOVE DM-STATE TO CS-STATE
               END-IF
               IF CS-STATE = SPACES THEN
                   ADD 1 TO WS-NO-STATE-CNT
               END-IF
               MOVE WS-ATT-CREDITS TO CS-ATT-CREDITS
               MOVE WS-COURSE-CNT TO CS-COURSE-CNT
               IF WS-ATT-CREDITS NOT < WS-FULL-TIME-MIN THEN
                   MOVE "F" TO CS-FT-PT
               ELSE
                   MOVE "P" TO CS-FT-PT
               END-IF
               WRITE CENSUS-SNAP-REC FROM WS-SNAP-REC
               MOVE "C" TO TL-YEAR
               PERFORM B40-WRITE-TALLIES-PARA
           END-IF.
      *
      *
      *    ONE TALLY RECORD PER TABLE FOR THE FROZEN STUDENT IN
      *    WS-SNAP-REC, AND THE TERM TOTALS. TL-YEAR IS SET BY THE
      *    CALLER. A BLANK PROGRAM OR STATE SORTS AHEAD OF THE REST
      *    AND PRINTS AS NONE / UNKNOWN.
       B40-WRITE-TALLIES-PARA.
           MOVE CS-FT-PT TO TL-FT-PT.
           MOVE CS-ATT-CREDITS TO TL-ATT-CREDITS.
           MOVE 1 TO TL-TABLE.
           MOVE CS-PROG-CODE TO TL-ROW.
           WRITE TALLY-REC-OUT FROM WS-TALLY-REC.
           MOVE 2 TO TL-TABLE.
           MOVE CS-CLASS-LEVEL TO TL-ROW.
           WRITE TALLY-REC-OUT FROM WS-TALLY-REC.
           MOVE 3 TO TL-TABLE.
           MOVE CS-STATE TO TL-ROW.
           WRITE TALLY-REC-OUT FROM WS-TALLY-REC.
           IF CURRENT-YEAR-TL THEN
               ADD 1 TO TRM-CUR-HC
               ADD CS-ATT-CREDITS TO TRM-CUR-CREDITS
               IF FULL-TIME-CS THEN
                   ADD 1 TO TRM-CUR-FT
               ELSE
                   ADD 1 TO TRM-CUR-PT
               END-IF
           ELSE
               ADD 1 TO TRM-PRI-HC
               ADD CS-ATT-CREDITS TO TRM-PRI-CREDITS
               IF FULL-TIME-CS THEN
                   ADD 1 TO TRM-PRI-FT
               ELSE
                   ADD 1 TO TRM-PRI-PT
               END-IF
           END-IF.
      *
      *
       C10-REPORT-HEADINGS-PARA.
           WRITE CENSUS-REPORT-OUT FROM WS-CN-LINE-01
               AFTER ADVANCING PAGE.
           WRITE CENSUS-REPORT-OUT FROM WS-CN-LINE-02
               AFTER ADVANCING 2 LINES.
           WRITE CENSUS-REPORT-OUT FROM WS-CN-LINE-03
               AFTER ADVANCING 2 LINES.
           MOVE WS-CENSUS-MM TO CENSUS-MM-CN-OUT.
           MOVE WS-CENSUS-DD TO CENSUS-DD-CN-OUT.
           MOVE WS-CENSUS-YY TO CENSUS-YY-CN-OUT.
           IF TERM-FROZEN-SW = "Y" THEN
               MOVE "REPRINTED FROM FROZEN SNAPSHOT" TO
                   SNAP-STATUS-CN-OUT
           ELSE
               MOVE "SNAPSHOT FROZEN THIS RUN" TO SNAP-STATUS-CN-OUT
           END-IF.
           WRITE CENSUS-REPORT-OUT FROM WS-CN-LINE-03A
               AFTER ADVANCING 1 LINE.
           WRITE CENSUS-REPORT-OUT FROM WS-CN-LINE-03B
               AFTER ADVANCING 1 LINE.
           WRITE CENSUS-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE CENSUS-REPORT-OUT FROM WS-CN-LINE-04
               AFTER ADVANCING 1 LINE.
           WRITE CENSUS-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE CENSUS-REPORT-OUT FROM WS-CN-LINE-05
               AFTER ADVANCING 1 LINE.
           WRITE CENSUS-REPORT-OUT FROM WS-CN-LINE-06
               AFTER ADVANCING 1 LINE.
           WRITE CENSUS-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 14 TO WS-LINES-USED.
      *
      *
      *    ONE TABLE - A PAGE OF ITS OWN, A LINE PER ROW AND THE
      *    TABLE TOTAL.
       C20-TABLE-PARA.
           MOVE TL-TABLE TO WS-HOLD-TABLE.
           MOVE WS-TABLE-TITLE(WS-HOLD-TABLE) TO TABLE-TITLE-CN-OUT.
           PERFORM C10-REPORT-HEADINGS-PARA.
           MOVE ZEROS TO WS-TABLE-TOTALS.
           PERFORM C30-ROW-PARA
               UNTIL TALLY-EOF-SW = "Y" OR
                     TL-TABLE IS NOT EQUAL TO WS-HOLD-TABLE.
           MOVE WS-TBL-CUR TO PW-CUR.
           MOVE WS-TBL-PRI TO PW-PRI.
           MOVE "TOTAL" TO ROW-LABEL-CN-OUT.
           WRITE CENSUS-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM C50-PRINT-ROW-PARA.
      *
      *
       C30-ROW-PARA.
           MOVE TL-ROW TO WS-HOLD-ROW.
           MOVE ZEROS TO WS-ROW-TOTALS.
           PERFORM C35-ACCUMULATE-PARA
               UNTIL TALLY-EOF-SW = "Y" OR
                     TL-TABLE IS NOT EQUAL TO WS-HOLD-TABLE OR
                     TL-ROW IS NOT EQUAL TO WS-HOLD-ROW.
           ADD ROW-CUR-HC TO TBL-CUR-HC.
           ADD ROW-CUR-FT TO TBL-CUR-FT.
           ADD ROW-CUR-PT TO TBL-CUR-PT.
           ADD ROW-CUR-CREDITS TO TBL-CUR-CREDITS.
           ADD ROW-PRI-HC TO TBL-PRI-HC.
           ADD ROW-PRI-FT TO TBL-PRI-FT.
           ADD ROW-PRI-PT TO TBL-PRI-PT.
           ADD ROW-PRI-CREDITS TO TBL-PRI-CREDITS.
           MOVE WS-ROW-CUR TO PW-CUR.
           MOVE WS-ROW-PRI TO PW-PRI.
           MOVE SPACES TO ROW-LABEL-CN-OUT.
           EVALUATE WS-HOLD-TABLE
               WHEN 1
                   IF WS-HOLD-ROW = SPACES THEN
                       MOVE "(NONE)" TO ROW-LABEL-CN-OUT
                   ELSE
                       MOVE WS-HOLD-ROW TO ROW-LABEL-CN-OUT
                   END-IF
               WHEN 2
                   MOVE WS-HOLD-ROW(1:1) TO WS-CLASS-YEAR
                   MOVE WS-CLASS-NAME(WS-CLASS-YEAR) TO
                       ROW-LABEL-CN-OUT(1:10)
                   MOVE WS-CLASS-RANGE(WS-CLASS-YEAR) TO
                       ROW-LABEL-CN-OUT(11:7)
               WHEN OTHER
                   IF WS-HOLD-ROW = SPACES THEN
                       MOVE "(UNKNOWN)" TO ROW-LABEL-CN-OUT
                   ELSE
                       MOVE WS-HOLD-ROW TO ROW-LABEL-CN-OUT
                   END-IF
           END-EVALUATE.
           PERFORM C50-PRINT-ROW-PARA.
      *
      *
       C35-ACCUMULATE-PARA.
           IF CURRENT-YEAR-TL THEN
               ADD 1 TO ROW-CUR-HC
               ADD TL-ATT-CREDITS TO ROW-CUR-CREDITS
               IF FULL-TIME-TL THEN
                   ADD 1 TO ROW-CUR-FT
               ELSE
                   ADD 1 TO ROW-CUR-PT
               END-IF
           ELSE
               ADD 1 TO ROW-PRI-HC
               ADD TL-ATT-CREDITS TO ROW-PRI-CREDITS
               IF FULL-TIME-TL THEN
                   ADD 1 TO ROW-PRI-FT
               ELSE
                   ADD 1 TO ROW-PRI-PT
               END-IF
           END-IF.
           READ SORTED-TALLY-FILE INTO WS-TALLY-REC
               AT END MOVE "Y" TO TALLY-EOF-SW.
      *
      *
      *    PRINT THE FIGURES IN WS-PRINT-WORK UNDER THE LABEL
      *    ALREADY MOVED. THE PERCENT CHANGE IS AGAINST THE PRIOR
      *    YEAR'S HEADCOUNT - A ROW WITH NONE PRINTS "NEW".
       C50-PRINT-ROW-PARA.
           IF WS-LINES-USED > 55 THEN
               PERFORM C10-REPORT-HEADINGS-PARA
           END-IF.
           MOVE PW-CUR-HC TO CUR-HC-CN-OUT.
           MOVE PW-CUR-FT TO CUR-FT-CN-OUT.
           MOVE PW-CUR-PT TO CUR-PT-CN-OUT.
           COMPUTE PW-FTE ROUNDED = PW-CUR-CREDITS / WS-FTE-DIVISOR.
           MOVE PW-FTE TO CUR-FTE-CN-OUT.
           MOVE PW-PRI-HC TO PRI-HC-CN-OUT.
           COMPUTE PW-FTE ROUNDED = PW-PRI-CREDITS / WS-FTE-DIVISOR.
           MOVE PW-FTE TO PRI-FTE-CN-OUT.
           COMPUTE PW-CHANGE = PW-CUR-HC - PW-PRI-HC.
           MOVE PW-CHANGE TO CHANGE-CN-OUT.
           IF PW-PRI-HC = ZERO THEN
               MOVE "    NEW" TO PCT-NEW-CN-OUT
           ELSE
               COMPUTE PW-PCT ROUNDED = PW-CHANGE * 100 / PW-PRI-HC
               MOVE PW-PCT TO PCT-CN-OUT
           END-IF.
           WRITE CENSUS-REPORT-OUT FROM WS-CN-DL-LINE-07
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-USED.
      *
      *
      *    THE TERM TOTALS PAGE - EVERY TABLE'S TOTAL LINE MUST
      *    SHOW THESE SAME HEADCOUNTS.
       C60-TOTALS-PARA.
           MOVE SPACES TO TABLE-TITLE-CN-OUT.
           PERFORM C10-REPORT-HEADINGS-PARA.
           MOVE "STUDENTS ENROLLED:    " TO CN-TOT-LABEL-OUT.
           MOVE TRM-CUR-HC TO CN-TOT-COUNT-OUT.
           WRITE CENSUS-REPORT-OUT FROM WS-CN-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "FULL-TIME:            " TO CN-TOT-LABEL-OUT.
           MOVE TRM-CUR-FT TO CN-TOT-COUNT-OUT.
           WRITE CENSUS-REPORT-OUT FROM WS-CN-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "PART-TIME:            " TO CN-TOT-LABEL-OUT.
           MOVE TRM-CUR-PT TO CN-TOT-COUNT-OUT.
           WRITE CENSUS-REPORT-OUT FROM WS-CN-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "CREDITS ATTEMPTED:    " TO CN-TOT-LABEL-OUT.
           MOVE TRM-CUR-CREDITS TO CN-TOT-COUNT-OUT.
           WRITE CENSUS-REPORT-OUT FROM WS-CN-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "FTE:                  " TO CN-FTE-LABEL-OUT.
           COMPUTE PW-FTE ROUNDED = TRM-CUR-CREDITS / WS-FTE-DIVISOR.
           MOVE PW-FTE TO CN-FTE-OUT.
           WRITE CENSUS-REPORT-OUT FROM WS-CN-FTE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "PRIOR-YEAR ENROLLED:  " TO CN-TOT-LABEL-OUT.
           MOVE TRM-PRI-HC TO CN-TOT-COUNT-OUT.
           WRITE CENSUS-REPORT-OUT FROM WS-CN-TOT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "PRIOR-YEAR FTE:       " TO CN-FTE-LABEL-OUT.
           COMPUTE PW-FTE ROUNDED = TRM-PRI-CREDITS / WS-FTE-DIVISOR.
           MOVE PW-FTE TO CN-FTE-OUT.
           WRITE CENSUS-REPORT-OUT FROM WS-CN-FTE-LINE
               AFTER ADVANCING 1 LINE.
           IF TERM-FROZEN-SW = "N" THEN
               MOVE "ENROLLMENT ROWS READ: " TO CN-TOT-LABEL-OUT
               MOVE WS-ENROLL-READ-CNT TO CN-TOT-COUNT-OUT
               WRITE CENSUS-REPORT-OUT FROM WS-CN-TOT-LINE
                   AFTER ADVANCING 2 LINES
               MOVE "ROWS FOR OTHER TERMS: " TO CN-TOT-LABEL-OUT
               MOVE WS-OTHER-TERM-CNT TO CN-TOT-COUNT-OUT
               WRITE CENSUS-REPORT-OUT FROM WS-CN-TOT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "COURSES NOT IN CATALOG" TO CN-TOT-LABEL-OUT
               MOVE WS-NO-CATALOG-CNT TO CN-TOT-COUNT-OUT
               WRITE CENSUS-REPORT-OUT FROM WS-CN-TOT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "NOT ON MASTER:        " TO CN-TOT-LABEL-OUT
               MOVE WS-NO-MASTER-CNT TO CN-TOT-COUNT-OUT
               WRITE CENSUS-REPORT-OUT FROM WS-CN-TOT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "NO STATE ON FILE:     " TO CN-TOT-LABEL-OUT
               MOVE WS-NO-STATE-CNT TO CN-TOT-COUNT-OUT
               WRITE CENSUS-REPORT-OUT FROM WS-CN-TOT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
