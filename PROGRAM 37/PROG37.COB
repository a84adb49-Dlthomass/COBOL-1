       IDENTIFICATION DIVISION.
      *
      *
       PROGRAM-ID.    PROG37.
      *AUTHOR.        ERIC.
      *INSTALLATION.  WSC.
      *DATE-WRITTEN.  JUN 21,2004.
      *DATE-COMPILED. JUN 21,2004.
      *SECURITY.      NONE.
      *
      *
      * TRANSFER CREDIT POSTING. A STUDENT WHO BRINGS IN CREDIT
      * FROM ANOTHER SCHOOL IS POSTED HERE FROM THE TRANSFER
      * EVALUATOR'S TRANSACTION FILE - ONE RECORD PER EXTERNAL
      * COURSE ACCEPTED, CARRYING THE SENDING INSTITUTION CODE,
      * THE EXTERNAL DEPARTMENT AND COURSE NUMBER, THE CREDITS AND
      * THE GRADE EARNED THERE, AND THE TERM THE CREDIT IS
      * ACCEPTED FOR.
      *
      * EACH EXTERNAL COURSE IS TRANSLATED THROUGH THE TRANSFER
      * EQUIVALENCY TABLE (TRANSFER-EQUIV.DAT) TO ONE OF OUR
      * CATALOG COURSES:
      *
      * A. A ROW FOR THE INSTITUTION, DEPARTMENT AND COURSE NUMBER
      *    NAMES THE CATALOG COURSE IT COUNTS AS.
      * B. A ROW FOR THE INSTITUTION AND DEPARTMENT WITH THE COURSE
      *    NUMBER LEFT BLANK COVERS EVERY OTHER COURSE FROM THAT
      *    DEPARTMENT - NORMALLY A GENERIC ELECTIVE.
      * C. A TARGET COURSE NUMBER OF "ELEC" IS A GENERIC ELECTIVE
      *    IN THE TARGET DEPARTMENT. IT IS NOT ON THE CATALOG AND
      *    SATISFIES NO REQUIRED COURSE, BUT ITS CREDITS COUNT.
      *
      * ONLY A GRADE OF C OR BETTER (OR P, PASS) TRANSFERS. THE
      * CREDIT POSTS AS A COURSE-LEVEL HISTORY ROW WITH GRADE "T"
      * - CREDITS ONLY, NO GRADE POINTS. THE MASTER'S GRADE POINTS
      * AND GPA CREDITS ARE NOT TOUCHED, SO THE GPA THE MERGE,
      * THE HONORS RUN AND THE PROBATION RUN COMPUTE STAYS A
      * BAYVIEW GPA. THE CANDIDACY REPORT (PROG26) COUNTS A "T"
      * ROW AS A PASSED COURSE AND ITS CREDITS TOWARD THE PROGRAM
      * MINIMUM, AND THE TRANSCRIPT (PROG16) PRINTS THE ROWS IN A
      * TRANSFER CREDIT BLOCK.
      *
      * A TRANSACTION IS REJECTED WHEN THE STUDENT IS NOT ON THE
      * CURRENT MASTER, A FIELD IS BLANK OR INVALID, NO
      * EQUIVALENCY ROW COVERS THE COURSE, THE TARGET COURSE IS
      * NOT AN ACTIVE CATALOG COURSE, OR THE STUDENT ALREADY HOLDS
      * TRANSFER CREDIT FOR THE TARGET COURSE. EVERY TRANSACTION
      * IS LISTED ON THE POSTING REPORT WITH ITS DISPOSITION, AND
      * TOTALS ARE PRINTED AT THE END.
      *
      *
      *
       ENVIRONMENT DIVISION.
      *
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT TRANSFER-TRANS-FILE
               ASSIGN TO "TRANSFER-IN.DAT".
           SELECT SORTED-TRANS-FILE
               ASSIGN TO "SORTED-XFER37.DAT".
           SELECT EQUIV-FILE
               ASSIGN TO "TRANSFER-EQUIV.DAT".
           SELECT OPTIONAL COURSE-HISTORY-FILE
               ASSIGN TO "COURSE-HIST.DAT".
           SELECT SORTED-CRSHIST-FILE
               ASSIGN TO "SORTED-CRSHIST37.DAT".
           SELECT NEW-MASTER-FILE
               ASSIGN USING WS-MASTER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUD-ID-KEY-NM
               ALTERNATE RECORD KEY IS STUD-NAME-KEY-NM
                   WITH DUPLICATES.
           SELECT COURSE-CAT-FILE
               ASSIGN TO "COURSE-CAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CC-COURSE-KEY.
           SELECT TRANSFER-REPORT
               ASSIGN TO "PROG37_OUT.DAT".
           SELECT SORT-WORK-TRANS
               ASSIGN TO "SORT-WORK37A.DAT".
           SELECT SORT-WORK-CRSHIST
               ASSIGN TO "SORT-WORK37B.DAT".
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
       FD  TRANSFER-TRANS-FILE
               RECORD CONTAINS 40 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS TRANSFER-TRANS-REC-IN.
      *
       01  TRANSFER-TRANS-REC-IN        PIC X(40).
      *
       FD  SORTED-TRANS-FILE
               RECORD CONTAINS 40 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SORTED-TRANS-REC.
      *
       01  SORTED-TRANS-REC             PIC X(40).
      *
       FD  EQUIV-FILE
               RECORD CONTAINS 40 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS EQUIV-REC-IN.
      *
       01  EQUIV-REC-IN                 PIC X(40).
      *
      *    THE COURSE-LEVEL POSTING HISTORY THE MERGE WRITES. THIS
      *    PROGRAM READS A SORTED COPY TO FIND TRANSFER CREDIT
      *    ALREADY POSTED, THEN APPENDS ITS OWN "T" ROWS.
       FD  COURSE-HISTORY-FILE
               RECORD CONTAINS 30 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS COURSE-HIST-REC.
      *
       01  COURSE-HIST-REC.
           05  CH-STUD-ID               PIC X(9).
           05  CH-DEPT                  PIC X(4).
           05  CH-COURSE-NUM            PIC X(4).
           05  CH-GRADE                 PIC X(1).
           05  CH-CREDITS               PIC 9(1).
           05  CH-TERM-CODE             PIC X(6).
           05  CH-COR-IND               PIC X(1).
           05  FILLER                   PIC X(4).
      *
       FD  SORTED-CRSHIST-FILE
               RECORD CONTAINS 30 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SORTED-CRSHIST-REC.
      *
       01  SORTED-CRSHIST-REC           PIC X(30).
      *
       FD  NEW-MASTER-FILE
               RECORD CONTAINS 70 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS NEW-MASTER-REC-IN.
      *
      *    THE MASTER IS INDEXED ON THE STUDENT NUMBER - ONE KEYED
      *    READ CONFIRMS EACH TRANSFER STUDENT IS ON FILE. THE
      *    MASTER IS NEVER WRITTEN HERE.
       01  NEW-MASTER-REC-IN.
           05  FILLER                   PIC X(2).
           05  STUD-ID-KEY-NM           PIC X(9).
           05  STUD-NAME-KEY-NM.
               10  STUD-LNAME-KEY-NM    PIC X(14).
               10  STUD-FNAME-KEY-NM    PIC X(10).
           05  FILLER                   PIC X(35).
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
       FD  TRANSFER-REPORT
               RECORD CONTAINS 132 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS TRANSFER-REPORT-OUT.
      *
       01  TRANSFER-REPORT-OUT          PIC X(132).
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
       SD  SORT-WORK-TRANS
             DATA RECORD IS SORT-WORK-TRANS-REC.
      *
       01  SORT-WORK-TRANS-REC.
           05  SR-TRANS-STUD-ID         PIC X(9).
           05  FILLER                   PIC X(31).
      *
       SD  SORT-WORK-CRSHIST
             DATA RECORD IS SORT-WORK-CRSHIST-REC.
      *
       01  SORT-WORK-CRSHIST-REC.
           05  SR-STUD-ID-SW            PIC X(9).
           05  FILLER                   PIC X(21).
      *
      *
      *
       WORKING-STORAGE SECTION.
      *
      *
       01  WS-SWITCHES.
           05  TRANS-EOF-SW             PIC X.
           05  CRSHIST-EOF-SW           PIC X.
           05  EQUIV-EOF-SW             PIC X.
           05  NM-FOUND-SW              PIC X.
           05  CAT-FOUND-SW             PIC X.
           05  WS-EQUIV-FOUND-SW        PIC X.
           05  WS-HELD-SW               PIC X.
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
           05  CRSHIST-HOLD             PIC X(9).
           05  PREV-STUD-ID             PIC X(9).
      *
       01  WS-TRANSFER-COUNTS.
           05  WS-TRANS-READ-CNT        PIC 9(5) VALUE ZERO.
           05  WS-POSTED-CNT            PIC 9(5) VALUE ZERO.
           05  WS-ELECTIVE-CNT          PIC 9(5) VALUE ZERO.
           05  WS-CREDITS-POSTED        PIC 9(5) VALUE ZERO.
           05  WS-REJECT-CNT            PIC 9(5) VALUE ZERO.
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
       01  WS-EDIT-AREA.
           05  WS-EDIT-REASON           PIC X(28).
           05  WS-EQUIV-KEY             PIC X(14).
           05  WS-TARGET-KEY.
               10  WS-TARGET-DEPT       PIC X(4).
               10  WS-TARGET-COURSE     PIC X(4).
                   88  GENERIC-ELECTIVE-W  VALUE "ELEC".
      *
      *    THE EQUIVALENCY TABLE - LOADED ONCE AT STARTUP. THE KEY
      *    IS INSTITUTION, EXTERNAL DEPARTMENT AND EXTERNAL COURSE;
      *    A BLANK EXTERNAL COURSE IS THE DEPARTMENT-WIDE ROW.
       01  WS-EQUIV-TABLE.
           05  WS-EQV-ENTRY-CNT         PIC 9(4) VALUE ZERO.
           05  WS-EQV-ENTRY  OCCURS 2000 TIMES
                             INDEXED BY WS-EQV-IDX.
               10  WS-EQV-KEY           PIC X(14).
               10  WS-EQV-TARGET        PIC X(8).
      *
      *    THE TRANSFER COURSES THE CURRENT STUDENT ALREADY HOLDS -
      *    THOSE ON THE COURSE HISTORY PLUS THOSE POSTED EARLIER IN
      *    THIS RUN. REBUILT AT EACH CHANGE OF STUDENT.
       01  WS-HELD-TABLE.
           05  WS-HELD-ENTRY-CNT        PIC 9(3) VALUE ZERO.
           05  WS-HELD-SUB              PIC 9(3).
           05  WS-HELD-ENTRY  OCCURS 100 TIMES.
               10  WS-HELD-KEY          PIC X(8).
      *
      *    THE EQUIVALENCY ROW. TARGET COURSE "ELEC" IS A GENERIC
      *    ELECTIVE IN THE TARGET DEPARTMENT.
       01  WS-EQUIV-REC.
           05  EQ-KEY.
               10  EQ-INST-CODE         PIC X(6).
               10  EQ-EXT-DEPT          PIC X(4).
               10  EQ-EXT-COURSE        PIC X(4).
           05  EQ-TARGET.
               10  EQ-DEPT              PIC X(4).
               10  EQ-COURSE-NUM        PIC X(4).
           05  FILLER                   PIC X(18).
      *
      *    THE EVALUATOR'S TRANSFER TRANSACTION.
       01  WS-TRANSFER-REC.
           05  TT-STUD-ID.
               10  TT-STUD-ID-3         PIC X(3).
               10  TT-STUD-ID-2         PIC X(2).
               10  TT-STUD-ID-4         PIC X(4).
           05  TT-INST-CODE             PIC X(6).
           05  TT-EXT-DEPT              PIC X(4).
           05  TT-EXT-COURSE            PIC X(4).
           05  TT-CREDITS-X             PIC X(1).
           05  TT-CREDITS-9 REDEFINES TT-CREDITS-X
                                        PIC 9(1).
      *    THE GRADE EARNED AT THE SENDING SCHOOL - P IS PASS.
           05  TT-GRADE                 PIC X(1).
               88  VALID-GRADE-TT       VALUES "A" "B" "C" "D" "F"
                                               "P".
               88  TRANSFERABLE-GRADE-TT
                                        VALUES "A" "B" "C" "P".
           05  TT-TERM-CODE.
               10  TT-TERM-YEAR         PIC X(4).
               10  TT-TERM-SESSION      PIC X(2).
                   88  VALID-TERM-SESSION-TT
                                        VALUES "01" "02" "03".
           05  FILLER                   PIC X(9).
      *
       01  WS-COURSE-HIST-REC.
           05  HR-STUD-ID               PIC X(9).
           05  HR-DEPT                  PIC X(4).
           05  HR-COURSE-NUM            PIC X(4).
           05  HR-GRADE                 PIC X(1).
           05  FILLER                   PIC X(12).
      *
       01  WS-XR-LINE-01.
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
       01  WS-XR-LINE-02.
           05  FILLER                   PIC X(24) VALUE SPACES.
           05  FILLER                   PIC X(15)
                       VALUE "TRANSFER CREDIT".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(14)
                       VALUE "POSTING REPORT".
           05  FILLER                   PIC X(78) VALUE SPACES.
      *
       01  WS-XR-LINE-03.
           05  FILLER                   PIC X(6) VALUE "DATE: ".
           05  RUN-DATE-XR-OUT.
               10  MONTH-XR-OUT         PIC X(2).
               10  FILLER               PIC X VALUE "/".
               10  DAY-XR-OUT           PIC X(2).
               10  FILLER               PIC X VALUE "/".
               10  YEAR-XR-OUT          PIC X(2).
           05  FILLER                   PIC X(118) VALUE SPACES.
      *
       01  WS-XR-LINE-04.
           05  FILLER                   PIC X(7) VALUE "STUDENT".
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  FILLER                   PIC X(4) VALUE "INST".
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  FILLER                   PIC X(15)
                       VALUE "EXTERNAL COURSE".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(3) VALUE "CR.".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(3) VALUE "GRD".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(4) VALUE "TERM".
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  FILLER                   PIC X(9) VALUE "POSTED AS".
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE "DISPOSITION".
           05  FILLER                   PIC X(53) VALUE SPACES.
      *
       01  WS-XR-DL-LINE-05.
           05  STUD-ID-XR-OUT.
               10  STUD-ID-3-XR-OUT     PIC X(3).
               10  FILLER               PIC X VALUE "-".
               10  STUD-ID-2-XR-OUT     PIC X(2).
               10  FILLER               PIC X VALUE "-".
               10  STUD-ID-4-XR-OUT     PIC X(4).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  INST-CODE-XR-OUT         PIC X(6).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  EXT-DEPT-XR-OUT          PIC X(4).
           05  FILLER                   PIC X VALUE SPACE.
           05  EXT-COURSE-XR-OUT        PIC X(4).
           05  FILLER                   PIC X(8) VALUE SPACES.
           05  CREDITS-XR-OUT           PIC X(1).
           05  FILLER                   PIC X(5) VALUE SPACES.
           05  GRADE-XR-OUT             PIC X(1).
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  TERM-XR-OUT              PIC X(6).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  TARGET-DEPT-XR-OUT       PIC X(4).
           05  FILLER                   PIC X VALUE SPACE.
           05  TARGET-COURSE-XR-OUT     PIC X(4).
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  DISPOSITION-XR-OUT       PIC X(28).
           05  FILLER                   PIC X(36) VALUE SPACES.
      *
       01  WS-XR-TOT-LINE.
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  XR-TOT-LABEL-OUT         PIC X(22).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  XR-TOT-COUNT-OUT         PIC ZZZZ9.
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
           PERFORM B08-LOAD-EQUIV-PARA.
           PERFORM B30-SORT-TRANS-PARA.
           PERFORM B35-SORT-CRSHIST-PARA.
           OPEN INPUT  SORTED-TRANS-FILE
                       SORTED-CRSHIST-FILE
                       NEW-MASTER-FILE
                       COURSE-CAT-FILE
                OUTPUT TRANSFER-REPORT.
      *    THE COURSE HISTORY IS CUMULATIVE ACROSS RUNS - ALWAYS
      *    EXTENDED, NEVER REBUILT, THE SAME WAY THE MERGE OPENS
      *    IT.
           OPEN EXTEND COURSE-HISTORY-FILE.
           PERFORM B10-INIT-PARA.
           PERFORM B20-PROCESS-PARA
               UNTIL TRANS-EOF-SW = "Y".
           PERFORM C30-TOTALS-PARA.
           CLOSE SORTED-TRANS-FILE
                 SORTED-CRSHIST-FILE
                 NEW-MASTER-FILE
                 COURSE-CAT-FILE
                 TRANSFER-REPORT
                 COURSE-HISTORY-FILE.
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
               DISPLAY "PROG37: FATAL - RUN-CONTROL.DAT NOT FOUND "
                   "- CANNOT TELL WHICH MASTER GENERATION IS "
                   "CURRENT"
               STOP RUN
           END-IF.
      *
      *
       B08-LOAD-EQUIV-PARA.
           MOVE "N" TO EQUIV-EOF-SW.
           OPEN INPUT EQUIV-FILE.
           READ EQUIV-FILE INTO WS-EQUIV-REC
               AT END MOVE "Y" TO EQUIV-EOF-SW.
           PERFORM B08A-EQUIV-ENTRY-PARA
               UNTIL EQUIV-EOF-SW = "Y".
           CLOSE EQUIV-FILE.
           IF WS-EQV-ENTRY-CNT = ZERO THEN
               DISPLAY "PROG37: FATAL - TRANSFER-EQUIV.DAT IS EMPTY "
                   "- NO EXTERNAL COURSE CAN BE TRANSLATED"
               STOP RUN
           END-IF.
      *
      *
       B08A-EQUIV-ENTRY-PARA.
           EVALUATE TRUE
               WHEN EQ-INST-CODE = SPACES OR EQ-EXT-DEPT = SPACES
                 OR EQ-DEPT = SPACES OR EQ-COURSE-NUM = SPACES
                   DISPLAY "PROG37: TRANSFER-EQUIV.DAT ROW SKIPPED "
                       "- BLANK FIELD: " WS-EQUIV-REC
               WHEN WS-EQV-ENTRY-CNT NOT < 2000
                   DISPLAY "PROG37: TRANSFER-EQUIV.DAT ROW SKIPPED "
                       "- TABLE FULL: " EQ-KEY
               WHEN OTHER
                   ADD 1 TO WS-EQV-ENTRY-CNT
                   SET WS-EQV-IDX TO WS-EQV-ENTRY-CNT
                   MOVE EQ-KEY TO WS-EQV-KEY(WS-EQV-IDX)
                   MOVE EQ-TARGET TO WS-EQV-TARGET(WS-EQV-IDX)
           END-EVALUATE.
           READ EQUIV-FILE INTO WS-EQUIV-REC
               AT END MOVE "Y" TO EQUIV-EOF-SW.
      *
      *
      *    THE TRANSACTIONS ARE TAKEN BY STUDENT, IN THE ORDER THE
      *    EVALUATOR KEYED THEM WITHIN EACH STUDENT.
       B30-SORT-TRANS-PARA.
           SORT SORT-WORK-TRANS
               ASCENDING KEY SR-TRANS-STUD-ID
               WITH DUPLICATES IN ORDER
                   USING  TRANSFER-TRANS-FILE
                   GIVING SORTED-TRANS-FILE.
      *
      *
       B35-SORT-CRSHIST-PARA.
           SORT SORT-WORK-CRSHIST
               ASCENDING KEY SR-STUD-ID-SW
               WITH DUPLICATES IN ORDER
                   USING  COURSE-HISTORY-FILE
                   GIVING SORTED-CRSHIST-FILE.
      *
      *
       B10-INIT-PARA.
           ACCEPT DATE-ACCEPT FROM DATE.
           MOVE WS-MONTH TO MONTH-XR-OUT.
           MOVE WS-DAY TO DAY-XR-OUT.
           MOVE WS-YEAR TO YEAR-XR-OUT.
           MOVE "N" TO TRANS-EOF-SW.
           MOVE "N" TO CRSHIST-EOF-SW.
           MOVE LOW-VALUES TO PREV-STUD-ID.
           PERFORM C10-REPORT-HEADINGS-PARA.
           PERFORM B24-READ-CRSHIST-PARA.
           READ SORTED-TRANS-FILE INTO WS-TRANSFER-REC
               AT END MOVE "Y" TO TRANS-EOF-SW.
      *
      *
      *    ONE TRANSFER TRANSACTION. AT EACH NEW STUDENT THE
      *    TRANSFER COURSES ALREADY ON THE COURSE HISTORY ARE
      *    GATHERED SO A COURSE IS NEVER TRANSFERRED IN TWICE.
       B20-PROCESS-PARA.
           ADD 1 TO WS-TRANS-READ-CNT.
           IF TT-STUD-ID IS NOT EQUAL TO PREV-STUD-ID THEN
               MOVE TT-STUD-ID TO PREV-STUD-ID
               PERFORM B22-GATHER-HELD-PARA
           END-IF.
           PERFORM B40-EDIT-TRANS-PARA.
           IF WS-EDIT-REASON IS NOT EQUAL TO SPACES THEN
               ADD 1 TO WS-REJECT-CNT
               MOVE WS-EDIT-REASON TO DISPOSITION-XR-OUT
           ELSE
               PERFORM B50-POST-TRANSFER-PARA
           END-IF.
           PERFORM C20-DETAIL-LINE-PARA.
           READ SORTED-TRANS-FILE INTO WS-TRANSFER-REC
               AT END MOVE "Y" TO TRANS-EOF-SW.
      *
      *
       B22-GATHER-HELD-PARA.
           MOVE ZERO TO WS-HELD-ENTRY-CNT.
           PERFORM B24-READ-CRSHIST-PARA
               UNTIL CRSHIST-EOF-SW = "Y" OR
                     CRSHIST-HOLD IS GREATER THAN OR EQUAL TO
                         TT-STUD-ID.
           PERFORM B26-HELD-ENTRY-PARA
               UNTIL CRSHIST-EOF-SW = "Y" OR
                     CRSHIST-HOLD IS NOT EQUAL TO TT-STUD-ID.
      *
      *
       B24-READ-CRSHIST-PARA.
           READ SORTED-CRSHIST-FILE INTO WS-COURSE-HIST-REC
               AT END
                   MOVE "Y" TO CRSHIST-EOF-SW
                   MOVE ALL "9" TO CRSHIST-HOLD
               NOT AT END
                   MOVE HR-STUD-ID TO CRSHIST-HOLD
           END-READ.
      *
      *
       B26-HELD-ENTRY-PARA.
           IF HR-GRADE = "T" AND WS-HELD-ENTRY-CNT < 100 THEN
               ADD 1 TO WS-HELD-ENTRY-CNT
               MOVE SPACES TO WS-HELD-KEY(WS-HELD-ENTRY-CNT)
               STRING HR-DEPT DELIMITED BY SIZE
                      HR-COURSE-NUM DELIMITED BY SIZE
                   INTO WS-HELD-KEY(WS-HELD-ENTRY-CNT)
           END-IF.
           PERFORM B24-READ-CRSHIST-PARA.
      *
      *
      *    EDIT ONE TRANSACTION - THE FIRST FAILING EDIT IS THE
      *    REASON REPORTED. THE EQUIVALENCY LOOKUP TRIES THE EXACT
      *    COURSE FIRST, THEN THE DEPARTMENT-WIDE ROW.
       B40-EDIT-TRANS-PARA.
           MOVE SPACES TO WS-EDIT-REASON.
           MOVE SPACES TO WS-TARGET-KEY.
           MOVE "N" TO NM-FOUND-SW.
           MOVE "N" TO CAT-FOUND-SW.
           MOVE "N" TO WS-EQUIV-FOUND-SW.
           MOVE "N" TO WS-HELD-SW.
           IF TT-STUD-ID IS NUMERIC THEN
               MOVE TT-STUD-ID TO STUD-ID-KEY-NM
               READ NEW-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO NM-FOUND-SW
                   NOT INVALID KEY
                       MOVE "Y" TO NM-FOUND-SW
               END-READ
           END-IF.
           IF TT-INST-CODE IS NOT EQUAL TO SPACES
           AND TT-EXT-DEPT IS NOT EQUAL TO SPACES THEN
               MOVE SPACES TO WS-EQUIV-KEY
               STRING TT-INST-CODE DELIMITED BY SIZE
                      TT-EXT-DEPT DELIMITED BY SIZE
                      TT-EXT-COURSE DELIMITED BY SIZE
                   INTO WS-EQUIV-KEY
               PERFORM B42-FIND-EQUIV-PARA
               IF WS-EQUIV-FOUND-SW = "N" THEN
                   MOVE SPACES TO WS-EQUIV-KEY
                   STRING TT-INST-CODE DELIMITED BY SIZE
                          TT-EXT-DEPT DELIMITED BY SIZE
                       INTO WS-EQUIV-KEY
                   PERFORM B42-FIND-EQUIV-PARA
               END-IF
           END-IF.
           IF WS-EQUIV-FOUND-SW = "Y" AND NOT GENERIC-ELECTIVE-W THEN
               MOVE WS-TARGET-DEPT TO CC-DEPT
               MOVE WS-TARGET-COURSE TO CC-COURSE-NUM
               READ COURSE-CAT-FILE
                   INVALID KEY
                       MOVE "N" TO CAT-FOUND-SW
                   NOT INVALID KEY
                       MOVE "Y" TO CAT-FOUND-SW
               END-READ
               MOVE 1 TO WS-HELD-SUB
               PERFORM B44-CHECK-HELD-PARA
                   UNTIL WS-HELD-SUB > WS-HELD-ENTRY-CNT
           END-IF.
           EVALUATE TRUE
               WHEN TT-STUD-ID IS NOT NUMERIC
                   MOVE "REJECTED-BAD STUD. ID" TO WS-EDIT-REASON
               WHEN NM-FOUND-SW = "N"
                   MOVE "REJECTED-NOT ON MASTER" TO WS-EDIT-REASON
               WHEN TT-INST-CODE = SPACES OR TT-EXT-DEPT = SPACES
                 OR TT-EXT-COURSE = SPACES
                   MOVE "REJECTED-BLANK EXT. COURSE" TO
                       WS-EDIT-REASON
               WHEN TT-CREDITS-X IS NOT NUMERIC OR
                    TT-CREDITS-9 = ZERO
                   MOVE "REJECTED-BAD CREDITS" TO WS-EDIT-REASON
               WHEN NOT VALID-GRADE-TT
                   MOVE "REJECTED-BAD GRADE" TO WS-EDIT-REASON
               WHEN NOT TRANSFERABLE-GRADE-TT
                   MOVE "REJECTED-GRADE BELOW C" TO WS-EDIT-REASON
               WHEN TT-TERM-YEAR IS NOT NUMERIC OR
                    NOT VALID-TERM-SESSION-TT
                   MOVE "REJECTED-BAD TERM CODE" TO WS-EDIT-REASON
               WHEN WS-EQUIV-FOUND-SW = "N"
                   MOVE "REJECTED-NO EQUIVALENCY" TO WS-EDIT-REASON
               WHEN NOT GENERIC-ELECTIVE-W AND
                    (CAT-FOUND-SW = "N" OR
                     CC-ACTIVE-IND IS NOT EQUAL TO "Y")
                   MOVE "REJECTED-TARGET NOT IN CATLG" TO
                       WS-EDIT-REASON
               WHEN WS-HELD-SW = "Y"
                   MOVE "REJECTED-ALREADY TRANSFERRED" TO
                       WS-EDIT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
      *
       B42-FIND-EQUIV-PARA.
           SET WS-EQV-IDX TO 1.
           SEARCH WS-EQV-ENTRY
               AT END
                   CONTINUE
               WHEN WS-EQV-IDX > WS-EQV-ENTRY-CNT
                   CONTINUE
               WHEN WS-EQV-KEY(WS-EQV-IDX) = WS-EQUIV-KEY
                   MOVE "Y" TO WS-EQUIV-FOUND-SW
                   MOVE WS-EQV-TARGET(WS-EQV-IDX) TO WS-TARGET-KEY
           END-SEARCH.
      *
      *
       B44-CHECK-HELD-PARA.
           IF WS-HELD-KEY(WS-HELD-SUB) = WS-TARGET-KEY THEN
               MOVE "Y" TO WS-HELD-SW
           END-IF.
           ADD 1 TO WS-HELD-SUB.
      *
      *
      *    POST THE CREDIT - ONE "T" ROW ON THE COURSE HISTORY,
      *    CREDITS ONLY. THE TARGET JOINS THE STUDENT'S HELD LIST
      *    SO A SECOND TRANSACTION FOR IT IN THIS RUN IS CAUGHT.
       B50-POST-TRANSFER-PARA.
           MOVE SPACES TO COURSE-HIST-REC.
           MOVE TT-STUD-ID TO CH-STUD-ID.
           MOVE WS-TARGET-DEPT TO CH-DEPT.
           MOVE WS-TARGET-COURSE TO CH-COURSE-NUM.
           MOVE "T" TO CH-GRADE.
           MOVE TT-CREDITS-9 TO CH-CREDITS.
           MOVE TT-TERM-CODE TO CH-TERM-CODE.
           WRITE COURSE-HIST-REC.
           ADD 1 TO WS-POSTED-CNT.
           ADD TT-CREDITS-9 TO WS-CREDITS-POSTED.
           IF GENERIC-ELECTIVE-W THEN
               ADD 1 TO WS-ELECTIVE-CNT
               MOVE "POSTED-GENERIC ELECTIVE" TO DISPOSITION-XR-OUT
           ELSE
               MOVE "POSTED" TO DISPOSITION-XR-OUT
               IF WS-HELD-ENTRY-CNT < 100 THEN
                   ADD 1 TO WS-HELD-ENTRY-CNT
                   MOVE WS-TARGET-KEY TO
                       WS-HELD-KEY(WS-HELD-ENTRY-CNT)
               END-IF
           END-IF.
      *
      *
       C10-REPORT-HEADINGS-PARA.
           WRITE TRANSFER-REPORT-OUT FROM WS-XR-LINE-01
               AFTER ADVANCING PAGE.
           WRITE TRANSFER-REPORT-OUT FROM WS-XR-LINE-02
               AFTER ADVANCING 2 LINES.
           WRITE TRANSFER-REPORT-OUT FROM WS-XR-LINE-03
               AFTER ADVANCING 2 LINES.
           WRITE TRANSFER-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE TRANSFER-REPORT-OUT FROM WS-XR-LINE-04
               AFTER ADVANCING 1 LINE.
           WRITE TRANSFER-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 9 TO WS-LINES-USED.
      *
      *
       C20-DETAIL-LINE-PARA.
           IF WS-LINES-USED > 55 THEN
               PERFORM C10-REPORT-HEADINGS-PARA
           END-IF.
           MOVE TT-STUD-ID-3 TO STUD-ID-3-XR-OUT.
           MOVE TT-STUD-ID-2 TO STUD-ID-2-XR-OUT.
           MOVE TT-STUD-ID-4 TO STUD-ID-4-XR-OUT.
           MOVE TT-INST-CODE TO INST-CODE-XR-OUT.
           MOVE TT-EXT-DEPT TO EXT-DEPT-XR-OUT.
           MOVE TT-EXT-COURSE TO EXT-COURSE-XR-OUT.
           MOVE TT-CREDITS-X TO CREDITS-XR-OUT.
           MOVE TT-GRADE TO GRADE-XR-OUT.
           MOVE TT-TERM-CODE TO TERM-XR-OUT.
           MOVE WS-TARGET-DEPT TO TARGET-DEPT-XR-OUT.
           MOVE WS-TARGET-COURSE TO TARGET-COURSE-XR-OUT.
           WRITE TRANSFER-REPORT-OUT FROM WS-XR-DL-LINE-05
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-USED.
      *
      *
      *    TRANSACTIONS READ = POSTED + REJECTED.
       C30-TOTALS-PARA.
           WRITE TRANSFER-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "TRANSACTIONS READ:    " TO XR-TOT-LABEL-OUT.
           MOVE WS-TRANS-READ-CNT TO XR-TOT-COUNT-OUT.
           WRITE TRANSFER-REPORT-OUT FROM WS-XR-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "COURSES POSTED:       " TO XR-TOT-LABEL-OUT.
           MOVE WS-POSTED-CNT TO XR-TOT-COUNT-OUT.
           WRITE TRANSFER-REPORT-OUT FROM WS-XR-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  AS GENERIC ELECTIVE:" TO XR-TOT-LABEL-OUT.
           MOVE WS-ELECTIVE-CNT TO XR-TOT-COUNT-OUT.
           WRITE TRANSFER-REPORT-OUT FROM WS-XR-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "CREDITS POSTED:       " TO XR-TOT-LABEL-OUT.
           MOVE WS-CREDITS-POSTED TO XR-TOT-COUNT-OUT.
           WRITE TRANSFER-REPORT-OUT FROM WS-XR-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "REJECTED:             " TO XR-TOT-LABEL-OUT.
           MOVE WS-REJECT-CNT TO XR-TOT-COUNT-OUT.
           WRITE TRANSFER-REPORT-OUT FROM WS-XR-TOT-LINE
               AFTER ADVANCING 1 LINE.
