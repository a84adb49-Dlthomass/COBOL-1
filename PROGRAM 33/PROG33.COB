       IDENTIFICATION DIVISION.
      *
      *
       PROGRAM-ID.    PROG33.
      *AUTHOR.        ERIC.
      *INSTALLATION.  WSC.
      *DATE-WRITTEN.  MAY 24,2004.
      *DATE-COMPILED. MAY 24,2004.
      *SECURITY.      NONE.
      *
      *
      * CLASS RANK RUN. THIS PROGRAM READS THE CURRENT MASTER
      * GENERATION END TO END AND RANKS EVERY STUDENT WITH
      * CREDITS EARNED BY CUMULATIVE GPA - COMPUTED FROM GP-NM
      * AND CREDITS-NM THE SAME WAY PROG14-3 DOES - WITHIN THEIR
      * COHORT. A COHORT IS ONE PROGRAM OF STUDY (THE MASTER'S
      * PROG-CODE) AND ONE CLASS YEAR, THE CLASS YEAR COMING FROM
      * THE CREDITS EARNED:
      *
      *     FRESHMAN    0 - 29 CREDITS
      *     SOPHOMORE  30 - 59 CREDITS
      *     JUNIOR     60 - 89 CREDITS
      *     SENIOR     90 CREDITS AND UP
      *
      * STUDENTS WITH THE SAME GPA (TO TWO PLACES, AS PRINTED)
      * SHARE A RANK AND THE NEXT RANK SKIPS PAST THEM - 1, 2, 2,
      * 4. THE PERCENTILE IS THE SHARE OF THE COHORT THE STUDENT
      * RANKS AT OR ABOVE, (COHORT SIZE - RANK + 1) / COHORT SIZE,
      * SO THE TOP STUDENT IS ALWAYS AT 100.
      *
      * A. THE CLASS RANK FILE - REBUILT EVERY RUN, ONE RECORD
      *    PER RANKED STUDENT, INDEXED ON THE STUDENT NUMBER SO
      *    THE TRANSCRIPT PROGRAM (PROG16) CAN PRINT "RANK N OF M"
      *    WITH ONE KEYED READ.
      * B. THE RANKED LISTING FOR THE DEANS - ONE PAGE PER
      *    PROGRAM, EACH CLASS YEAR IN RANK ORDER UNDER ITS OWN
      *    HEADING WITH THE COHORT SIZE.
      *
      * STUDENTS WITH NO CREDITS YET, OR NO PROGRAM CODE ON THE
      * MASTER, ARE NOT RANKED - THEY ARE COUNTED ON THE TOTALS.
      * THE PROGRAM NAMES COME FROM THE REQUIREMENTS FILE PROG26
      * USES; A PROGRAM WITH NO "P" RECORD PRINTS WITHOUT A NAME.
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
           SELECT OPTIONAL PROG-REQ-FILE
               ASSIGN TO "PROGREQ.DAT".
           SELECT RANK-EXTRACT-FILE
               ASSIGN TO "RANK-EXTRACT33.DAT".
           SELECT SORTED-RANK-FILE
               ASSIGN TO "SORTED-RANK33.DAT".
           SELECT CLASS-RANK-FILE
               ASSIGN TO "CLASS-RANK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RK-STUD-ID.
           SELECT RANK-REPORT
               ASSIGN TO "PROG33_OUT.DAT".
           SELECT SORT-WORK-FILE
               ASSIGN TO "SORT-WORK33.DAT".
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
       FD  RANK-EXTRACT-FILE
               RECORD CONTAINS 50 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS RANK-EXTRACT-REC.
      *
       01  RANK-EXTRACT-REC             PIC X(50).
      *
       FD  SORTED-RANK-FILE
               RECORD CONTAINS 50 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SORTED-RANK-REC.
      *
       01  SORTED-RANK-REC              PIC X(50).
      *
      *    ONE RECORD PER RANKED STUDENT, AS OF THE RUN DATE.
       FD  CLASS-RANK-FILE
               RECORD CONTAINS 50 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS CLASS-RANK-REC.
      *
       01  CLASS-RANK-REC.
           05  RK-STUD-ID               PIC X(9).
           05  RK-PROG-CODE             PIC X(3).
           05  RK-CLASS-YEAR            PIC 9(1).
           05  RK-CLASS-NAME            PIC X(10).
           05  RK-CUM-GPA               PIC 9V99.
           05  RK-RANK                  PIC 9(4).
           05  RK-COHORT-SIZE           PIC 9(4).
           05  RK-PERCENTILE            PIC 9(3).
           05  RK-RUN-DATE              PIC X(6).
           05  FILLER                   PIC X(7).
      *
       FD  RANK-REPORT
               RECORD CONTAINS 132 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS RANK-REPORT-OUT.
      *
       01  RANK-REPORT-OUT              PIC X(132).
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
      *    COHORT ORDER - PROGRAM, CLASS YEAR, THEN BEST GPA FIRST.
      *    EQUAL GPAS FALL IN STUDENT NUMBER ORDER.
       SD  SORT-WORK-FILE
             DATA RECORD IS SORT-WORK-REC.
      *
       01  SORT-WORK-REC.
           05  SR-PROG-CODE-SW          PIC X(3).
           05  SR-CLASS-YEAR-SW         PIC 9(1).
           05  SR-CUM-GPA-SW            PIC 9V99.
           05  SR-STUD-ID-SW            PIC X(9).
           05  SR-FILLER                PIC X(34).
      *
      *
      *
       WORKING-STORAGE SECTION.
      *
      *
       01  WS-SWITCHES.
           05  NM-EOF-SW                PIC X.
           05  REQ-EOF-SW               PIC X.
           05  RANK-EOF-SW              PIC X.
           05  WS-FIRST-REC-SW          PIC X.
           05  WS-COH-FOUND-SW          PIC X.
      *
       01  WS-RUN-CONTROL-AREA.
           05  WS-MASTER-FILE-NAME      PIC X(13)
                                        VALUE "NEW-MASTER.G1".
           05  WS-MASTER-GEN-BYTE REDEFINES WS-MASTER-FILE-NAME.
               10  FILLER               PIC X(12).
               10  WS-MASTER-GEN        PIC 9(1).
           05  WS-RC-FOUND-SW           PIC X.
      *
       01  WS-RANK-COUNTS.
           05  WS-READ-CNT              PIC 9(5) VALUE ZERO.
           05  WS-RANKED-CNT            PIC 9(5) VALUE ZERO.
           05  WS-NOCREDIT-CNT          PIC 9(5) VALUE ZERO.
           05  WS-NOPROG-CNT            PIC 9(5) VALUE ZERO.
           05  WS-COHORT-CNT            PIC 9(5) VALUE ZERO.
      *
       01  WS-DATE-ACCEPT.
           05  DATE-ACCEPT              PIC X(6).
           05  DATE-WS REDEFINES DATE-ACCEPT.
               10  WS-YEAR              PIC X(2).
               10  WS-MONTH             PIC X(2).
               10  WS-DAY               PIC X(2).
      *
      *    THE CLASS-YEAR BANDS, BY CREDITS EARNED.
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
       01  WS-RANK-AREA.
           05  WS-CUM-GPA               PIC 9V99.
           05  WS-PREV-PROG-CODE        PIC X(3).
           05  WS-PREV-CLASS-YEAR       PIC 9(1).
           05  WS-PREV-GPA              PIC 9V99.
           05  WS-POSITION              PIC 9(4).
           05  WS-RANK                  PIC 9(4).
           05  WS-COHORT-SIZE           PIC 9(4).
           05  WS-PERCENTILE            PIC 9(3).
           05  WS-COHORT-KEY.
               10  WS-COHORT-PROG       PIC X(3).
               10  WS-COHORT-CLASS      PIC 9(1).
      *
      *    THE PROGRAM TABLE - ONE ENTRY PER "P" RECORD ON THE
      *    REQUIREMENTS FILE, FOR THE PROGRAM NAME.
       01  WS-PROGRAM-TABLE.
           05  WS-PGM-ENTRY-CNT         PIC 9(3) VALUE ZERO.
           05  WS-PGM-ENTRY  OCCURS 50 TIMES
                             INDEXED BY WS-PGM-IDX.
               10  WS-PGM-CODE          PIC X(3).
               10  WS-PGM-NAME          PIC X(20).
      *
      *    ONE ENTRY PER COHORT, COUNTED ON THE EXTRACT PASS SO
      *    THE RANK PASS KNOWS EACH COHORT'S SIZE AS IT STARTS IT.
       01  WS-COHORT-TABLE.
           05  WS-COH-ENTRY-CNT         PIC 9(3) VALUE ZERO.
           05  WS-COH-FULL-SW           PIC X VALUE "N".
           05  WS-COH-ENTRY  OCCURS 400 TIMES
                             INDEXED BY WS-COH-IDX.
               10  WS-COH-KEY           PIC X(4).
               10  WS-COH-SIZE          PIC 9(4).
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
           05  STUD-ID-NM               PIC X(9).
           05  LNAME-NM                 PIC X(14).
           05  FNAME-NM                 PIC X(10).
           05  PROG-CODE-NM             PIC X(3).
           05  WITHDRAW-CNT-NM          PIC 9(2).
           05  WITHDRAW-YEAR-NM         PIC X(4).
           05  GP-NM                    PIC 9(3).
           05  CREDITS-NM               PIC 9(3).
           05  INCOMPLETE-IND-NM        PIC X(1).
           05  PENDING-CREDITS-NM       PIC 9(3).
           05  FILLER                   PIC X(8).
           05  TEST-RESULT-IND-NM       PIC X(1).
           05  TEST-RESULT-NM           PIC 9(3).
           05  FILLER                   PIC X(4).
      *
      *    THE EXTRACT RECORD - ONE PER STUDENT TO BE RANKED, IN
      *    THE LAYOUT THE SORT KEYS ON.
       01  WS-RANK-WORK-REC.
           05  RW-PROG-CODE             PIC X(3).
           05  RW-CLASS-YEAR            PIC 9(1).
           05  RW-CUM-GPA               PIC 9V99.
           05  RW-STUD-ID.
               10  RW-STUD-ID-3         PIC X(3).
               10  RW-STUD-ID-2         PIC X(2).
               10  RW-STUD-ID-4         PIC X(4).
           05  RW-LNAME                 PIC X(14).
           05  RW-FNAME                 PIC X(10).
           05  RW-CREDITS               PIC 9(3).
           05  FILLER                   PIC X(7).
      *
       01  WS-RK-LINE-01.
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
       01  WS-RK-LINE-02.
           05  FILLER                   PIC X(22) VALUE SPACES.
           05  FILLER                   PIC X(5) VALUE "CLASS".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(4) VALUE "RANK".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(7) VALUE "LISTING".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(2) VALUE "BY".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(7) VALUE "PROGRAM".
           05  FILLER                   PIC X(81) VALUE SPACES.
      *
       01  WS-RK-LINE-03.
           05  FILLER                   PIC X(6) VALUE "DATE: ".
           05  RUN-DATE-RK-OUT.
               10  MONTH-RK-OUT         PIC X(2).
               10  FILLER               PIC X VALUE "/".
               10  DAY-RK-OUT           PIC X(2).
               10  FILLER               PIC X VALUE "/".
               10  YEAR-RK-OUT          PIC X(2).
           05  FILLER                   PIC X(118) VALUE SPACES.
      *
       01  WS-RK-PROG-LINE.
           05  FILLER                   PIC X(9) VALUE "PROGRAM: ".
           05  PROG-CODE-RK-OUT         PIC X(3).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  PROG-NAME-RK-OUT         PIC X(20).
           05  FILLER                   PIC X(98) VALUE SPACES.
      *
       01  WS-RK-CLASS-LINE.
           05  FILLER                   PIC X(7) VALUE "CLASS: ".
           05  CLASS-NAME-RK-OUT        PIC X(10).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(9) VALUE "CREDITS: ".
           05  CLASS-RANGE-RK-OUT       PIC X(7).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(13)
                                        VALUE "COHORT SIZE: ".
           05  COHORT-SIZE-RK-OUT       PIC ZZZ9.
           05  FILLER                   PIC X(78) VALUE SPACES.
      *
       01  WS-RK-LINE-04.
           05  FILLER                   PIC X(4) VALUE "RANK".
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  FILLER                   PIC X(7) VALUE "STUDENT".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(6) VALUE "NUMBER".
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  FILLER                   PIC X(4) VALUE "LAST".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(4) VALUE "NAME".
           05  FILLER                   PIC X(7) VALUE SPACES.
           05  FILLER                   PIC X(5) VALUE "FIRST".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(4) VALUE "NAME".
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  FILLER                   PIC X(5) VALUE "CRED.".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(3) VALUE "GPA".
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  FILLER                   PIC X(6) VALUE "PCTILE".
           05  FILLER                   PIC X(59) VALUE SPACES.
      *
       01  WS-RK-DL-LINE-05.
           05  RANK-RK-OUT              PIC ZZZ9.
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  STUD-ID-RK.
               10  STUD-ID-3-RK         PIC X(3).
               10  FILLER               PIC X VALUE "-".
               10  STUD-ID-2-RK         PIC X(2).
               10  FILLER               PIC X VALUE "-".
               10  STUD-ID-4-RK         PIC X(4).
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  LNAME-RK-OUT             PIC X(14).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FNAME-RK-OUT             PIC X(10).
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  CREDITS-RK-OUT           PIC ZZ9.
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  GPA-RK-OUT               PIC 9.99.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  PERCENTILE-RK-OUT        PIC ZZ9.
           05  FILLER                   PIC X(65) VALUE SPACES.
      *
       01  WS-RK-TOT-LINE.
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  RK-TOT-LABEL-OUT         PIC X(22).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  RK-TOT-COUNT-OUT         PIC ZZZZ9.
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
           PERFORM B10-INIT-PARA.
           PERFORM B20-EXTRACT-PASS-PARA.
           PERFORM B30-SORT-PARA.
           PERFORM B40-RANK-PASS-PARA.
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
               DISPLAY "PROG33: FATAL - RUN-CONTROL.DAT NOT FOUND "
                   "- CANNOT TELL WHICH MASTER GENERATION IS "
                   "CURRENT"
               STOP RUN
           END-IF.
      *
      *
      *    THE PROGRAM NAMES FOR THE LISTING HEADINGS. ONLY THE
      *    "P" RECORDS ARE WANTED HERE.
       B08-LOAD-PROGRAMS-PARA.
           MOVE "N" TO REQ-EOF-SW.
           OPEN INPUT PROG-REQ-FILE.
           READ PROG-REQ-FILE INTO WS-PROG-REQ-REC
               AT END MOVE "Y" TO REQ-EOF-SW.
           PERFORM B08A-PROGRAM-ENTRY-PARA
               UNTIL REQ-EOF-SW = "Y".
           CLOSE PROG-REQ-FILE.
      *
      *
       B08A-PROGRAM-ENTRY-PARA.
           IF PROGRAM-REC-PR AND WS-PGM-ENTRY-CNT < 50 THEN
               ADD 1 TO WS-PGM-ENTRY-CNT
               SET WS-PGM-IDX TO WS-PGM-ENTRY-CNT
               MOVE PR-PROG-CODE TO WS-PGM-CODE(WS-PGM-IDX)
               MOVE PR-PROG-NAME TO WS-PGM-NAME(WS-PGM-IDX)
           END-IF.
           READ PROG-REQ-FILE INTO WS-PROG-REQ-REC
               AT END MOVE "Y" TO REQ-EOF-SW.
      *
      *
       B10-INIT-PARA.
           ACCEPT DATE-ACCEPT FROM DATE.
           MOVE WS-MONTH TO MONTH-RK-OUT.
           MOVE WS-DAY TO DAY-RK-OUT.
           MOVE WS-YEAR TO YEAR-RK-OUT.
      *
      *
      *    THE EXTRACT PASS - ONE WORK RECORD PER STUDENT TO BE
      *    RANKED, AND EACH COHORT COUNTED.
       B20-EXTRACT-PASS-PARA.
           OPEN INPUT  NEW-MASTER-FILE
                OUTPUT RANK-EXTRACT-FILE.
           MOVE "N" TO NM-EOF-SW.
           READ NEW-MASTER-FILE INTO WS-NM-REC
               AT END MOVE "Y" TO NM-EOF-SW.
           PERFORM B22-EXTRACT-PARA
               UNTIL NM-EOF-SW = "Y".
           CLOSE NEW-MASTER-FILE
                 RANK-EXTRACT-FILE.
      *
      *
       B22-EXTRACT-PARA.
           ADD 1 TO WS-READ-CNT.
           EVALUATE TRUE
               WHEN CREDITS-NM = ZERO
                   ADD 1 TO WS-NOCREDIT-CNT
               WHEN PROG-CODE-NM = SPACES
                   ADD 1 TO WS-NOPROG-CNT
               WHEN OTHER
                   COMPUTE WS-CUM-GPA ROUNDED = GP-NM / CREDITS-NM
                   EVALUATE TRUE
                       WHEN CREDITS-NM < 30
                           MOVE 1 TO WS-CLASS-YEAR
                       WHEN CREDITS-NM < 60
                           MOVE 2 TO WS-CLASS-YEAR
                       WHEN CREDITS-NM < 90
                           MOVE 3 TO WS-CLASS-YEAR
                       WHEN OTHER
                           MOVE 4 TO WS-CLASS-YEAR
                   END-EVALUATE
                   MOVE PROG-CODE-NM TO WS-COHORT-PROG
                   MOVE WS-CLASS-YEAR TO WS-COHORT-CLASS
                   PERFORM B24-COUNT-COHORT-PARA
                   IF WS-COH-FOUND-SW = "Y" THEN
                       MOVE SPACES TO WS-RANK-WORK-REC
                       MOVE PROG-CODE-NM TO RW-PROG-CODE
                       MOVE WS-CLASS-YEAR TO RW-CLASS-YEAR
                       MOVE WS-CUM-GPA TO RW-CUM-GPA
                       MOVE STUD-ID-NM TO RW-STUD-ID
                       MOVE LNAME-NM TO RW-LNAME
                       MOVE FNAME-NM TO RW-FNAME
                       MOVE CREDITS-NM TO RW-CREDITS
                       WRITE RANK-EXTRACT-REC FROM WS-RANK-WORK-REC
                   END-IF
           END-EVALUATE.
           READ NEW-MASTER-FILE INTO WS-NM-REC
               AT END MOVE "Y" TO NM-EOF-SW.
      *
      *
      *    ADD ONE TO THE STUDENT'S COHORT, STARTING A NEW ENTRY
      *    FOR A COHORT NOT SEEN YET. A STUDENT WHOSE COHORT CANNOT
      *    BE HELD IS LEFT UNRANKED RATHER THAN RANKED OUT OF A
      *    WRONG COHORT SIZE.
       B24-COUNT-COHORT-PARA.
           PERFORM B44-FIND-COHORT-PARA.
           IF WS-COH-FOUND-SW = "N" THEN
               IF WS-COH-ENTRY-CNT < 400 THEN
                   ADD 1 TO WS-COH-ENTRY-CNT
                   SET WS-COH-IDX TO WS-COH-ENTRY-CNT
                   MOVE WS-COHORT-KEY TO WS-COH-KEY(WS-COH-IDX)
                   MOVE ZERO TO WS-COH-SIZE(WS-COH-IDX)
                   MOVE "Y" TO WS-COH-FOUND-SW
               ELSE
                   IF WS-COH-FULL-SW = "N" THEN
                       MOVE "Y" TO WS-COH-FULL-SW
                       DISPLAY "PROG33: COHORT TABLE FULL - LATER "
                           "COHORTS NOT RANKED"
                   END-IF
               END-IF
           END-IF.
           IF WS-COH-FOUND-SW = "Y" THEN
               ADD 1 TO WS-COH-SIZE(WS-COH-IDX)
           END-IF.
      *
      *
       B30-SORT-PARA.
           SORT SORT-WORK-FILE
               ASCENDING KEY SR-PROG-CODE-SW SR-CLASS-YEAR-SW
               DESCENDING KEY SR-CUM-GPA-SW
               ASCENDING KEY SR-STUD-ID-SW
                   USING  RANK-EXTRACT-FILE
                   GIVING SORTED-RANK-FILE.
      *
      *
      *    THE RANK PASS - WALK EACH COHORT BEST GPA FIRST, WRITE
      *    THE RANK RECORD AND THE LISTING LINE.
       B40-RANK-PASS-PARA.
           OPEN INPUT  SORTED-RANK-FILE
                OUTPUT CLASS-RANK-FILE
                       RANK-REPORT.
           MOVE "N" TO RANK-EOF-SW.
           MOVE "Y" TO WS-FIRST-REC-SW.
           READ SORTED-RANK-FILE INTO WS-RANK-WORK-REC
               AT END MOVE "Y" TO RANK-EOF-SW.
           PERFORM B42-RANK-PARA
               UNTIL RANK-EOF-SW = "Y".
           IF WS-FIRST-REC-SW = "Y" THEN
               PERFORM C10-PAGE-HEADINGS-PARA
           END-IF.
           PERFORM C60-TOTALS-PARA.
           CLOSE SORTED-RANK-FILE
                 CLASS-RANK-FILE
                 RANK-REPORT.
      *
      *
       B42-RANK-PARA.
           IF WS-FIRST-REC-SW = "Y" OR
               RW-PROG-CODE IS NOT EQUAL TO WS-PREV-PROG-CODE THEN
               MOVE "N" TO WS-FIRST-REC-SW
               MOVE RW-PROG-CODE TO WS-PREV-PROG-CODE
               MOVE RW-CLASS-YEAR TO WS-PREV-CLASS-YEAR
               PERFORM C10-PAGE-HEADINGS-PARA
               PERFORM C20-COHORT-START-PARA
           ELSE
               IF RW-CLASS-YEAR IS NOT EQUAL TO WS-PREV-CLASS-YEAR
                   THEN
                   MOVE RW-CLASS-YEAR TO WS-PREV-CLASS-YEAR
                   PERFORM C20-COHORT-START-PARA
               END-IF
           END-IF.

           ADD 1 TO WS-POSITION.
           IF WS-POSITION = 1 OR
               RW-CUM-GPA IS NOT EQUAL TO WS-PREV-GPA THEN
               MOVE WS-POSITION TO WS-RANK
               MOVE RW-CUM-GPA TO WS-PREV-GPA
           END-IF.
           COMPUTE WS-PERCENTILE ROUNDED =
               (WS-COHORT-SIZE - WS-RANK + 1) * 100 / WS-COHORT-SIZE.

           MOVE SPACES TO CLASS-RANK-REC.
           MOVE RW-STUD-ID TO RK-STUD-ID.
           MOVE RW-PROG-CODE TO RK-PROG-CODE.
           MOVE RW-CLASS-YEAR TO RK-CLASS-YEAR.
           MOVE WS-CLASS-NAME(RW-CLASS-YEAR) TO RK-CLASS-NAME.
           MOVE RW-CUM-GPA TO RK-CUM-GPA.
           MOVE WS-RANK TO RK-RANK.
           MOVE WS-COHORT-SIZE TO RK-COHORT-SIZE.
           MOVE WS-PERCENTILE TO RK-PERCENTILE.
           MOVE DATE-ACCEPT TO RK-RUN-DATE.
           WRITE CLASS-RANK-REC
               INVALID KEY
                   DISPLAY "PROG33: DUPLICATE STUDENT ON RANK FILE "
                       "- " RK-STUD-ID
               NOT INVALID KEY
                   ADD 1 TO WS-RANKED-CNT
           END-WRITE.
           PERFORM C30-DETAIL-LINE-PARA.

           READ SORTED-RANK-FILE INTO WS-RANK-WORK-REC
               AT END MOVE "Y" TO RANK-EOF-SW.
      *
      *
       B44-FIND-COHORT-PARA.
           MOVE "N" TO WS-COH-FOUND-SW.
           IF WS-COH-ENTRY-CNT > ZERO THEN
               SET WS-COH-IDX TO 1
               SEARCH WS-COH-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-COH-IDX > WS-COH-ENTRY-CNT
                       CONTINUE
                   WHEN WS-COH-KEY(WS-COH-IDX) = WS-COHORT-KEY
                       MOVE "Y" TO WS-COH-FOUND-SW
               END-SEARCH
           END-IF.
      *
      *
       C10-PAGE-HEADINGS-PARA.
           MOVE WS-PREV-PROG-CODE TO PROG-CODE-RK-OUT.
           MOVE SPACES TO PROG-NAME-RK-OUT.
           IF WS-PGM-ENTRY-CNT > ZERO THEN
               SET WS-PGM-IDX TO 1
               SEARCH WS-PGM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PGM-IDX > WS-PGM-ENTRY-CNT
                       CONTINUE
                   WHEN WS-PGM-CODE(WS-PGM-IDX) = WS-PREV-PROG-CODE
                       MOVE WS-PGM-NAME(WS-PGM-IDX) TO
                           PROG-NAME-RK-OUT
               END-SEARCH
           END-IF.
           WRITE RANK-REPORT-OUT FROM WS-RK-LINE-01
               AFTER ADVANCING PAGE.
           WRITE RANK-REPORT-OUT FROM WS-RK-LINE-02
               AFTER ADVANCING 2 LINES.
           WRITE RANK-REPORT-OUT FROM WS-RK-LINE-03
               AFTER ADVANCING 2 LINES.
           IF WS-FIRST-REC-SW = "N" THEN
               WRITE RANK-REPORT-OUT FROM WS-RK-PROG-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
      *
      *
      *    A NEW COHORT - LOOK UP ITS SIZE, RESTART THE RANKING AND
      *    PRINT THE CLASS-YEAR HEADING.
       C20-COHORT-START-PARA.
           ADD 1 TO WS-COHORT-CNT.
           MOVE RW-PROG-CODE TO WS-COHORT-PROG.
           MOVE RW-CLASS-YEAR TO WS-COHORT-CLASS.
           PERFORM B44-FIND-COHORT-PARA.
           IF WS-COH-FOUND-SW = "Y" THEN
               MOVE WS-COH-SIZE(WS-COH-IDX) TO WS-COHORT-SIZE
           ELSE
               MOVE 1 TO WS-COHORT-SIZE
           END-IF.
           MOVE ZERO TO WS-POSITION.
           MOVE ZERO TO WS-RANK.
           MOVE WS-CLASS-NAME(RW-CLASS-YEAR) TO CLASS-NAME-RK-OUT.
           MOVE WS-CLASS-RANGE(RW-CLASS-YEAR) TO CLASS-RANGE-RK-OUT.
           MOVE WS-COHORT-SIZE TO COHORT-SIZE-RK-OUT.
           WRITE RANK-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE RANK-REPORT-OUT FROM WS-RK-CLASS-LINE
               AFTER ADVANCING 1 LINE.
           WRITE RANK-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE RANK-REPORT-OUT FROM WS-RK-LINE-04
               AFTER ADVANCING 1 LINE.
      *
      *
       C30-DETAIL-LINE-PARA.
           MOVE WS-RANK TO RANK-RK-OUT.
           MOVE RW-STUD-ID-3 TO STUD-ID-3-RK.
           MOVE RW-STUD-ID-2 TO STUD-ID-2-RK.
           MOVE RW-STUD-ID-4 TO STUD-ID-4-RK.
           MOVE RW-LNAME TO LNAME-RK-OUT.
           MOVE RW-FNAME TO FNAME-RK-OUT.
           MOVE RW-CREDITS TO CREDITS-RK-OUT.
           MOVE RW-CUM-GPA TO GPA-RK-OUT.
           MOVE WS-PERCENTILE TO PERCENTILE-RK-OUT.
           WRITE RANK-REPORT-OUT FROM WS-RK-DL-LINE-05
               AFTER ADVANCING 1 LINE.
      *
      *
      *    MASTERS READ = RANKED + NO CREDITS + NO PROGRAM CODE,
      *    SHORT ONLY BY ANY STUDENT THE COHORT TABLE COULD NOT
      *    HOLD.
       C60-TOTALS-PARA.
           WRITE RANK-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "MASTERS READ:         " TO RK-TOT-LABEL-OUT.
           MOVE WS-READ-CNT TO RK-TOT-COUNT-OUT.
           WRITE RANK-REPORT-OUT FROM WS-RK-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "STUDENTS RANKED:      " TO RK-TOT-LABEL-OUT.
           MOVE WS-RANKED-CNT TO RK-TOT-COUNT-OUT.
           WRITE RANK-REPORT-OUT FROM WS-RK-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "COHORTS:              " TO RK-TOT-LABEL-OUT.
           MOVE WS-COHORT-CNT TO RK-TOT-COUNT-OUT.
           WRITE RANK-REPORT-OUT FROM WS-RK-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "NOT RANKED-NO CREDITS:" TO RK-TOT-LABEL-OUT.
           MOVE WS-NOCREDIT-CNT TO RK-TOT-COUNT-OUT.
           WRITE RANK-REPORT-OUT FROM WS-RK-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "NOT RANKED-NO PROGRAM:" TO RK-TOT-LABEL-OUT.
           MOVE WS-NOPROG-CNT TO RK-TOT-COUNT-OUT.
           WRITE RANK-REPORT-OUT FROM WS-RK-TOT-LINE
               AFTER ADVANCING 1 LINE.
