       IDENTIFICATION DIVISION.
      *
      *
       PROGRAM-ID.    PROG30.
      *AUTHOR.        ERIC.
      *INSTALLATION.  WSC.
      *DATE-WRITTEN.  MAY 03,2004.
      *DATE-COMPILED. MAY 03,2004.
      *SECURITY.      NONE.
      *
      *
      * THIS PROGRAM MAINTAINS THE COURSE PREREQUISITE FILE AND THE
      * PREREQUISITE WAIVER FILE ALONGSIDE THE COURSE CATALOG PROG21
      * MAINTAINS. THE ENROLLMENT LOAD (PROG22) READS BOTH.
      *
      * THE PREREQUISITE FILE IS INDEXED ON DEPARTMENT PLUS COURSE
      * NUMBER, ONE RECORD PER COURSE THAT HAS ANY PREREQUISITE.
      * IT CARRIES UP TO FOUR COURSES THAT MUST ALREADY BE PASSED
      * AND/OR A MINIMUM PLACEMENT SCORE (ZERO WHEN THE COURSE HAS
      * NONE) CHECKED AGAINST THE TEST RESULT PROG4-2 POSTS TO THE
      * MASTER. THE WAIVER FILE IS INDEXED ON STUDENT NUMBER PLUS
      * COURSE - ONE RECORD LETS ONE STUDENT INTO ONE COURSE
      * WITHOUT ITS PREREQUISITES, FOR ONE TERM OR (TERM LEFT
      * BLANK) ANY TERM.
      *
      * EACH TRANSACTION IS APPLIED WITH A KEYED READ AND
      * WRITE/REWRITE/DELETE, THE SAME PATTERN PROG21 USES:
      *
      * A. ACTION "A" (ADD) - BUILDS A NEW PREREQUISITE RECORD. THE
      *    COURSE AND EVERY PREREQUISITE COURSE MUST BE ON THE
      *    CATALOG, AND THE RECORD MUST CARRY AT LEAST ONE
      *    PREREQUISITE COURSE OR A PLACEMENT SCORE. AN ADD FOR A
      *    COURSE ALREADY ON FILE IS REJECTED.
      * B. ACTION "C" (CHANGE) - A NON-BLANK SCORE REPLACES THE
      *    SCORE; ANY NON-BLANK PREREQUISITE COURSE REPLACES THE
      *    WHOLE LIST. A CHANGE FOR A COURSE NOT ON FILE IS
      *    REJECTED.
      * C. ACTION "D" (DELETE) - REMOVES THE COURSE'S
      *    PREREQUISITES ALTOGETHER.
      * D. ACTION "W" (WAIVE) - ADDS A WAIVER FOR ONE STUDENT AND
      *    COURSE. THE STUDENT NUMBER MUST BE NUMERIC, THE TERM
      *    BLANK OR A VALID TERM CODE, AND THE COURSE MUST HAVE
      *    PREREQUISITES ON FILE.
      * E. ACTION "R" (REVOKE) - REMOVES A WAIVER.
      *
      * EVERY RECORD TOUCHED IS LISTED ON AN AUDIT REPORT WITH ITS
      * BEFORE AND AFTER IMAGES, AND TOTALS ARE PRINTED AT THE END.
      *
      *
      *
       ENVIRONMENT DIVISION.
      *
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT OPTIONAL PREREQ-FILE
               ASSIGN TO "PREREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PQ-COURSE-KEY.
           SELECT OPTIONAL WAIVER-FILE
               ASSIGN TO "PREREQ-WAIVER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PW-WAIVER-KEY.
           SELECT COURSE-CAT-FILE
               ASSIGN TO "COURSE-CAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CC-COURSE-KEY.
           SELECT PREREQ-MAINT-FILE
               ASSIGN TO "PREMAINT.DAT".
           SELECT AUDIT-REPORT
               ASSIGN TO "PROG30_OUT.DAT".
      *
      *
      *
       DATA DIVISION.
      *
      *
       FILE SECTION.
      *
      *    THE PREREQUISITE FILE - ONE RECORD PER COURSE THAT HAS
      *    PREREQUISITES. UNUSED PREREQUISITE SLOTS ARE SPACES.
       FD  PREREQ-FILE
               RECORD CONTAINS 50 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS PREREQ-REC.
      *
       01  PREREQ-REC.
           05  PQ-COURSE-KEY.
               10  PQ-DEPT              PIC X(4).
               10  PQ-COURSE-NUM        PIC X(4).
           05  PQ-MIN-SCORE             PIC 9(3).
           05  PQ-PREREQ  OCCURS 4 TIMES.
               10  PQ-PRQ-DEPT          PIC X(4).
               10  PQ-PRQ-COURSE        PIC X(4).
           05  FILLER                   PIC X(7).
      *
      *    THE WAIVER FILE - ONE RECORD PER STUDENT AND COURSE
      *    LET THROUGH WITHOUT THE PREREQUISITES.
       FD  WAIVER-FILE
               RECORD CONTAINS 30 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS WAIVER-REC.
      *
       01  WAIVER-REC.
           05  PW-WAIVER-KEY.
               10  PW-STUD-ID           PIC X(9).
               10  PW-DEPT              PIC X(4).
               10  PW-COURSE-NUM        PIC X(4).
      *    SPACES - GOOD FOR ANY TERM.
           05  PW-TERM-CODE             PIC X(6).
           05  PW-WAIVER-DATE           PIC X(6).
           05  FILLER                   PIC X(1).
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
       FD  PREREQ-MAINT-FILE
               RECORD CONTAINS 50 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS PREREQ-MAINT-REC-IN.
      *
       01  PREREQ-MAINT-REC-IN          PIC X(50).
      *
       FD  AUDIT-REPORT
               RECORD CONTAINS 132 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS AUDIT-REPORT-OUT.
      *
       01  AUDIT-REPORT-OUT             PIC X(132).
      *
      *
      *
       WORKING-STORAGE SECTION.
      *
      *
       01  WS-SWITCHES.
           05  MAINT-EOF-SW             PIC X.
           05  PREREQ-FOUND-SW          PIC X.
           05  WAIVER-FOUND-SW          PIC X.
           05  CAT-FOUND-SW             PIC X.
           05  COURSE-FOUND-SW          PIC X.
           05  WS-ANY-PREREQ-SW         PIC X.
      *
       01  WS-AUDIT-COUNTS.
           05  WS-ADD-CNT               PIC 9(5) VALUE ZERO.
           05  WS-CHANGE-CNT            PIC 9(5) VALUE ZERO.
           05  WS-DELETE-CNT            PIC 9(5) VALUE ZERO.
           05  WS-WAIVE-CNT             PIC 9(5) VALUE ZERO.
           05  WS-REVOKE-CNT            PIC 9(5) VALUE ZERO.
           05  WS-REJECT-CNT            PIC 9(5) VALUE ZERO.
      *
       01  WS-EDIT-AREA.
           05  WS-PRQ-SUB               PIC 9 COMP.
           05  WS-EDIT-REASON           PIC X(24).
      *
       01  WS-DATE-ACCEPT.
           05  DATE-ACCEPT              PIC X(6).
           05  DATE-WS REDEFINES DATE-ACCEPT.
               10  WS-YEAR              PIC X(2).
               10  WS-MONTH             PIC X(2).
               10  WS-DAY               PIC X(2).
      *
      *    THE MAINTENANCE TRANSACTION. THE 41 BYTES AFTER THE
      *    COURSE ARE READ TWO WAYS - SCORE AND PREREQUISITE LIST
      *    FOR A/C/D, STUDENT AND TERM FOR W/R.
       01  WS-PREREQ-MAINT-REC.
           05  ACTION-CODE-PM           PIC X(1).
               88  ADD-ACTION-PM        VALUE "A".
               88  CHANGE-ACTION-PM     VALUE "C".
               88  DELETE-ACTION-PM     VALUE "D".
               88  WAIVE-ACTION-PM      VALUE "W".
               88  REVOKE-ACTION-PM     VALUE "R".
           05  DEPT-PM                  PIC X(4).
           05  COURSE-NUM-PM            PIC X(4).
           05  PREREQ-DATA-PM.
               10  MIN-SCORE-PM-X       PIC X(3).
               10  MIN-SCORE-PM-9 REDEFINES MIN-SCORE-PM-X
                                        PIC 9(3).
               10  PREREQ-PM  OCCURS 4 TIMES.
                   15  PRQ-DEPT-PM      PIC X(4).
                   15  PRQ-COURSE-PM    PIC X(4).
               10  FILLER               PIC X(6).
           05  WAIVER-DATA-PM REDEFINES PREREQ-DATA-PM.
               10  STUD-ID-PM           PIC X(9).
               10  TERM-CODE-PM.
                   15  TERM-YEAR-PM     PIC X(4).
                   15  TERM-SESSION-PM  PIC X(2).
                       88  VALID-TERM-SESSION-PM
                                        VALUES "01" "02" "03".
               10  FILLER               PIC X(26).
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
           05  FILLER                   PIC X(12) VALUE "PREREQUISITE".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(11) VALUE "MAINTENANCE".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(5) VALUE "AUDIT".
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  FILLER                   PIC X(6) VALUE "REPORT".
           05  FILLER                   PIC X(73) VALUE SPACES.
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
       01  WS-AR-LINE-04.
           05  FILLER                   PIC X(6) VALUE "ACTION".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(6) VALUE "COURSE".
           05  FILLER                   PIC X(5) VALUE SPACES.
           05  FILLER                   PIC X(5) VALUE "IMAGE".
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  FILLER                   PIC X(3) VALUE "SCR".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(13) VALUE "PREREQUISITES".
           05  FILLER                   PIC X(28) VALUE SPACES.
           05  FILLER                   PIC X(7) VALUE "STUDENT".
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  FILLER                   PIC X(4) VALUE "TERM".
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE "DISPOSITION".
           05  FILLER                   PIC X(27) VALUE SPACES.
      *
       01  WS-AR-DL-LINE-05.
           05  ACTION-AR                PIC X(6).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  DEPT-AR                  PIC X(4).
           05  FILLER                   PIC X VALUE SPACE.
           05  COURSE-NUM-AR            PIC X(4).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  IMAGE-TAG-AR             PIC X(6).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  MIN-SCORE-AR             PIC X(3).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  PREREQ-LIST-AR.
               10  PREREQ-AR  OCCURS 4 TIMES.
                   15  PRQ-DEPT-AR      PIC X(4).
                   15  FILLER           PIC X.
                   15  PRQ-COURSE-AR    PIC X(4).
                   15  FILLER           PIC X.
           05  FILLER                   PIC X VALUE SPACE.
           05  STUD-ID-AR               PIC X(11).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  TERM-CODE-AR             PIC X(6).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  DISPOSITION-AR           PIC X(24).
           05  FILLER                   PIC X(14) VALUE SPACES.
      *
       01  WS-AR-TOT-LINE.
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  AR-TOT-LABEL-OUT         PIC X(14).
           05  AR-TOT-COUNT-OUT         PIC ZZZZ9.
           05  FILLER                   PIC X(107) VALUE SPACES.
      *
       01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.
      *
      *
      *
       PROCEDURE DIVISION.
      *
      *
       A00-MAINLINE-PARA.
           OPEN I-O   PREREQ-FILE
                      WAIVER-FILE.
           OPEN INPUT COURSE-CAT-FILE
                      PREREQ-MAINT-FILE
                OUTPUT AUDIT-REPORT.
           PERFORM B10-INIT-PARA.
           PERFORM B20-PROCESS-PARA
               UNTIL MAINT-EOF-SW = "Y".
           PERFORM C30-AUDIT-TOTALS-PARA.
           CLOSE PREREQ-FILE
                 WAIVER-FILE
                 COURSE-CAT-FILE
                 PREREQ-MAINT-FILE
                 AUDIT-REPORT.
           STOP RUN.
      *
      *
       B10-INIT-PARA.
           ACCEPT DATE-ACCEPT FROM DATE.
           MOVE WS-MONTH TO MONTH-AR-OUT.
           MOVE WS-DAY TO DAY-AR-OUT.
           MOVE WS-YEAR TO YEAR-AR-OUT.
           MOVE "N" TO MAINT-EOF-SW.
           PERFORM C10-AUDIT-HEADINGS-PARA.
           READ PREREQ-MAINT-FILE INTO WS-PREREQ-MAINT-REC
               AT END MOVE "Y" TO MAINT-EOF-SW.
      *
      *
      *    BOTH FILES ARE KEYED - EACH TRANSACTION STANDS ALONE
      *    AND NO SEQUENCE IS REQUIRED OF THE MAINTENANCE FILE.
      *    THE COURSE'S PREREQUISITE RECORD IS READ FOR EVERY
      *    ACTION - THE WAIVER LEGS NEED IT TOO.
       B20-PROCESS-PARA.
           PERFORM B25-FIND-PREREQ-PARA.
           EVALUATE TRUE
               WHEN ADD-ACTION-PM
                   PERFORM C40-ADD-PREREQ-PARA
               WHEN CHANGE-ACTION-PM
                   PERFORM C50-CHANGE-PREREQ-PARA
               WHEN DELETE-ACTION-PM
                   PERFORM C60-DELETE-PREREQ-PARA
               WHEN WAIVE-ACTION-PM
                   PERFORM C65-WAIVE-PARA
               WHEN REVOKE-ACTION-PM
                   PERFORM C68-REVOKE-PARA
               WHEN OTHER
                   ADD 1 TO WS-REJECT-CNT
                   MOVE ACTION-CODE-PM TO ACTION-AR
                   PERFORM C70-TRANS-IMAGE-PARA
                   MOVE "REJECTED-BAD ACTION CD" TO DISPOSITION-AR
                   WRITE AUDIT-REPORT-OUT FROM WS-AR-DL-LINE-05
           END-EVALUATE.
           READ PREREQ-MAINT-FILE INTO WS-PREREQ-MAINT-REC
               AT END MOVE "Y" TO MAINT-EOF-SW.
      *
      *
       B25-FIND-PREREQ-PARA.
           MOVE DEPT-PM TO PQ-DEPT.
           MOVE COURSE-NUM-PM TO PQ-COURSE-NUM.
           READ PREREQ-FILE
               INVALID KEY
                   MOVE "N" TO PREREQ-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO PREREQ-FOUND-SW
           END-READ.
      *
      *
       B27-FIND-WAIVER-PARA.
           MOVE STUD-ID-PM TO PW-STUD-ID.
           MOVE DEPT-PM TO PW-DEPT.
           MOVE COURSE-NUM-PM TO PW-COURSE-NUM.
           READ WAIVER-FILE
               INVALID KEY
                   MOVE "N" TO WAIVER-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WAIVER-FOUND-SW
           END-READ.
      *
      *
      *    EDIT THE SCORE AND PREREQUISITE LIST OF AN ADD OR
      *    CHANGE. EVERY PREREQUISITE NAMED MUST BE ON THE CATALOG
      *    - AN INACTIVE COURSE IS STILL A GOOD PREREQUISITE, SINCE
      *    STUDENTS PASSED IT WHILE IT RAN. THE FIRST FAULT FOUND
      *    IS THE REASON.
       B30-EDIT-PREREQS-PARA.
           MOVE SPACES TO WS-EDIT-REASON.
           MOVE "N" TO WS-ANY-PREREQ-SW.
           IF MIN-SCORE-PM-X IS NOT EQUAL TO SPACES AND
               MIN-SCORE-PM-9 IS NOT NUMERIC THEN
               MOVE "REJECTED-BAD SCORE" TO WS-EDIT-REASON
           END-IF.
           MOVE 1 TO WS-PRQ-SUB.
           PERFORM B32-EDIT-ONE-PREREQ-PARA
               UNTIL WS-PRQ-SUB > 4.
      *
      *
       B32-EDIT-ONE-PREREQ-PARA.
           IF PRQ-DEPT-PM(WS-PRQ-SUB) IS NOT EQUAL TO SPACES OR
               PRQ-COURSE-PM(WS-PRQ-SUB) IS NOT EQUAL TO SPACES THEN
               MOVE "Y" TO WS-ANY-PREREQ-SW
               MOVE PRQ-DEPT-PM(WS-PRQ-SUB) TO CC-DEPT
               MOVE PRQ-COURSE-PM(WS-PRQ-SUB) TO CC-COURSE-NUM
               PERFORM B35-READ-CATALOG-PARA
               IF CAT-FOUND-SW = "N" AND
                   WS-EDIT-REASON = SPACES THEN
                   MOVE "REJECTED-PREREQ NOT CAT" TO
                       WS-EDIT-REASON
               END-IF
               IF PRQ-DEPT-PM(WS-PRQ-SUB) = DEPT-PM AND
                   PRQ-COURSE-PM(WS-PRQ-SUB) = COURSE-NUM-PM AND
                   WS-EDIT-REASON = SPACES THEN
                   MOVE "REJECTED-OWN PREREQ" TO
                       WS-EDIT-REASON
               END-IF
           END-IF.
           ADD 1 TO WS-PRQ-SUB.
      *
      *
       B35-READ-CATALOG-PARA.
           READ COURSE-CAT-FILE
               INVALID KEY
                   MOVE "N" TO CAT-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO CAT-FOUND-SW
           END-READ.
      *
      *
      *    AN ADD MUST NAME A CATALOG COURSE AND CARRY SOMETHING TO
      *    ENFORCE - A RECORD WITH NO PREREQUISITE AND NO SCORE
      *    WOULD ONLY SLOW THE LOAD DOWN.
       C40-ADD-PREREQ-PARA.
           MOVE "ADD" TO ACTION-AR.
           MOVE DEPT-PM TO CC-DEPT.
           MOVE COURSE-NUM-PM TO CC-COURSE-NUM.
           PERFORM B35-READ-CATALOG-PARA.
           MOVE CAT-FOUND-SW TO COURSE-FOUND-SW.
           PERFORM B30-EDIT-PREREQS-PARA.
           EVALUATE TRUE
               WHEN PREREQ-FOUND-SW = "Y"
                   MOVE "REJECTED-ALREADY ON FILE" TO WS-EDIT-REASON
               WHEN COURSE-FOUND-SW = "N"
                   MOVE "REJECTED-NOT IN CATALOG" TO WS-EDIT-REASON
               WHEN WS-EDIT-REASON IS NOT EQUAL TO SPACES
                   CONTINUE
               WHEN WS-ANY-PREREQ-SW = "N" AND
                   (MIN-SCORE-PM-X = SPACES OR MIN-SCORE-PM-9 = ZERO)
                   MOVE "REJECTED-NOTHING TO CHK" TO WS-EDIT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-EDIT-REASON IS NOT EQUAL TO SPACES THEN
               ADD 1 TO WS-REJECT-CNT
               PERFORM C70-TRANS-IMAGE-PARA
               MOVE WS-EDIT-REASON TO DISPOSITION-AR
               WRITE AUDIT-REPORT-OUT FROM WS-AR-DL-LINE-05
           ELSE
               ADD 1 TO WS-ADD-CNT
               MOVE SPACES TO PREREQ-REC
               MOVE DEPT-PM TO PQ-DEPT
               MOVE COURSE-NUM-PM TO PQ-COURSE-NUM
               IF MIN-SCORE-PM-X = SPACES THEN
                   MOVE ZERO TO PQ-MIN-SCORE
               ELSE
                   MOVE MIN-SCORE-PM-9 TO PQ-MIN-SCORE
               END-IF
               MOVE 1 TO WS-PRQ-SUB
               PERFORM C45-MOVE-PREREQ-PARA
                   UNTIL WS-PRQ-SUB > 4
               WRITE PREREQ-REC
               PERFORM C80-PREREQ-IMAGE-PARA
               MOVE "AFTER" TO IMAGE-TAG-AR
               MOVE "ADDED" TO DISPOSITION-AR
               WRITE AUDIT-REPORT-OUT FROM WS-AR-DL-LINE-05
           END-IF.
      *
      *
       C45-MOVE-PREREQ-PARA.
           MOVE PRQ-DEPT-PM(WS-PRQ-SUB) TO PQ-PRQ-DEPT(WS-PRQ-SUB).
           MOVE PRQ-COURSE-PM(WS-PRQ-SUB) TO
               PQ-PRQ-COURSE(WS-PRQ-SUB).
           ADD 1 TO WS-PRQ-SUB.
      *
      *
       C50-CHANGE-PREREQ-PARA.
           MOVE "CHANGE" TO ACTION-AR.
           PERFORM B30-EDIT-PREREQS-PARA.
           IF PREREQ-FOUND-SW = "N" THEN
               MOVE "REJECTED-NOT ON FILE" TO WS-EDIT-REASON
           END-IF.
           IF WS-EDIT-REASON IS NOT EQUAL TO SPACES THEN
               ADD 1 TO WS-REJECT-CNT
               PERFORM C70-TRANS-IMAGE-PARA
               MOVE WS-EDIT-REASON TO DISPOSITION-AR
               WRITE AUDIT-REPORT-OUT FROM WS-AR-DL-LINE-05
           ELSE
               ADD 1 TO WS-CHANGE-CNT
               PERFORM C80-PREREQ-IMAGE-PARA
               MOVE "BEFORE" TO IMAGE-TAG-AR
               MOVE SPACES TO DISPOSITION-AR
               WRITE AUDIT-REPORT-OUT FROM WS-AR-DL-LINE-05
               IF MIN-SCORE-PM-X IS NOT EQUAL TO SPACES THEN
                   MOVE MIN-SCORE-PM-9 TO PQ-MIN-SCORE
               END-IF
               IF WS-ANY-PREREQ-SW = "Y" THEN
                   MOVE 1 TO WS-PRQ-SUB
                   PERFORM C45-MOVE-PREREQ-PARA
                       UNTIL WS-PRQ-SUB > 4
               END-IF
               REWRITE PREREQ-REC
               PERFORM C80-PREREQ-IMAGE-PARA
               MOVE "AFTER" TO IMAGE-TAG-AR
               MOVE "CHANGED" TO DISPOSITION-AR
               WRITE AUDIT-REPORT-OUT FROM WS-AR-DL-LINE-05
           END-IF.
      *
      *
       C60-DELETE-PREREQ-PARA.
           MOVE "DELETE" TO ACTION-AR.
           IF PREREQ-FOUND-SW = "N" THEN
               ADD 1 TO WS-REJECT-CNT
               PERFORM C70-TRANS-IMAGE-PARA
               MOVE "REJECTED-NOT ON FILE" TO DISPOSITION-AR
               WRITE AUDIT-REPORT-OUT FROM WS-AR-DL-LINE-05
           ELSE
               ADD 1 TO WS-DELETE-CNT
               PERFORM C80-PREREQ-IMAGE-PARA
               MOVE "BEFORE" TO IMAGE-TAG-AR
               MOVE "DELETED" TO DISPOSITION-AR
               DELETE PREREQ-FILE RECORD
               WRITE AUDIT-REPORT-OUT FROM WS-AR-DL-LINE-05
           END-IF.
      *
      *
      *    A WAIVER IS ONLY TAKEN FOR A COURSE THAT HAS
      *    PREREQUISITES ON FILE - A WAIVER FOR ANY OTHER COURSE
      *    IS A KEYING ERROR.
       C65-WAIVE-PARA.
           MOVE "WAIVE" TO ACTION-AR.
           MOVE SPACES TO WS-EDIT-REASON.
           IF STUD-ID-PM IS NUMERIC THEN
               PERFORM B27-FIND-WAIVER-PARA
           END-IF.
           EVALUATE TRUE
               WHEN STUD-ID-PM IS NOT NUMERIC
                   MOVE "REJECTED-BAD STUD. ID" TO WS-EDIT-REASON
               WHEN TERM-CODE-PM IS NOT EQUAL TO SPACES AND
                   (TERM-YEAR-PM IS NOT NUMERIC OR
                    NOT VALID-TERM-SESSION-PM)
                   MOVE "REJECTED-BAD TERM CODE" TO WS-EDIT-REASON
               WHEN PREREQ-FOUND-SW = "N"
                   MOVE "REJECTED-NO PREREQS" TO WS-EDIT-REASON
               WHEN WAIVER-FOUND-SW = "Y"
                   MOVE "REJECTED-ALREADY ON FILE" TO WS-EDIT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-EDIT-REASON IS NOT EQUAL TO SPACES THEN
               ADD 1 TO WS-REJECT-CNT
               PERFORM C70-TRANS-IMAGE-PARA
               MOVE WS-EDIT-REASON TO DISPOSITION-AR
               WRITE AUDIT-REPORT-OUT FROM WS-AR-DL-LINE-05
           ELSE
               ADD 1 TO WS-WAIVE-CNT
               MOVE SPACES TO WAIVER-REC
               MOVE STUD-ID-PM TO PW-STUD-ID
               MOVE DEPT-PM TO PW-DEPT
               MOVE COURSE-NUM-PM TO PW-COURSE-NUM
               MOVE TERM-CODE-PM TO PW-TERM-CODE
               MOVE DATE-ACCEPT TO PW-WAIVER-DATE
               WRITE WAIVER-REC
               PERFORM C85-WAIVER-IMAGE-PARA
               MOVE "AFTER" TO IMAGE-TAG-AR
               MOVE "WAIVER ADDED" TO DISPOSITION-AR
               WRITE AUDIT-REPORT-OUT FROM WS-AR-DL-LINE-05
           END-IF.
      *
      *
       C68-REVOKE-PARA.
           MOVE "REVOKE" TO ACTION-AR.
           MOVE "N" TO WAIVER-FOUND-SW.
           IF STUD-ID-PM IS NUMERIC THEN
               PERFORM B27-FIND-WAIVER-PARA
           END-IF.
           IF WAIVER-FOUND-SW = "N" THEN
               ADD 1 TO WS-REJECT-CNT
               PERFORM C70-TRANS-IMAGE-PARA
               MOVE "REJECTED-NOT ON FILE" TO DISPOSITION-AR
               WRITE AUDIT-REPORT-OUT FROM WS-AR-DL-LINE-05
           ELSE
               ADD 1 TO WS-REVOKE-CNT
               PERFORM C85-WAIVER-IMAGE-PARA
               MOVE "BEFORE" TO IMAGE-TAG-AR
               MOVE "WAIVER REVOKED" TO DISPOSITION-AR
               DELETE WAIVER-FILE RECORD
               WRITE AUDIT-REPORT-OUT FROM WS-AR-DL-LINE-05
           END-IF.
      *
      *
      *    FILL THE DETAIL LINE FROM THE TRANSACTION ALONE - USED
      *    FOR REJECTS, WHERE THERE MAY BE NO RECORD TO SHOW.
       C70-TRANS-IMAGE-PARA.
           MOVE DEPT-PM TO DEPT-AR.
           MOVE COURSE-NUM-PM TO COURSE-NUM-AR.
           MOVE SPACES TO IMAGE-TAG-AR.
           MOVE SPACES TO PREREQ-LIST-AR.
           IF WAIVE-ACTION-PM OR REVOKE-ACTION-PM THEN
               MOVE SPACES TO MIN-SCORE-AR
               MOVE STUD-ID-PM TO STUD-ID-AR
               MOVE TERM-CODE-PM TO TERM-CODE-AR
           ELSE
               MOVE MIN-SCORE-PM-X TO MIN-SCORE-AR
               MOVE 1 TO WS-PRQ-SUB
               PERFORM C75-TRANS-PREREQ-PARA
                   UNTIL WS-PRQ-SUB > 4
               MOVE SPACES TO STUD-ID-AR
               MOVE SPACES TO TERM-CODE-AR
           END-IF.
      *
      *
       C75-TRANS-PREREQ-PARA.
           MOVE PRQ-DEPT-PM(WS-PRQ-SUB) TO PRQ-DEPT-AR(WS-PRQ-SUB).
           MOVE PRQ-COURSE-PM(WS-PRQ-SUB) TO
               PRQ-COURSE-AR(WS-PRQ-SUB).
           ADD 1 TO WS-PRQ-SUB.
      *
      *
      *    FILL THE DETAIL LINE FROM THE PREREQUISITE RECORD.
       C80-PREREQ-IMAGE-PARA.
           MOVE PQ-DEPT TO DEPT-AR.
           MOVE PQ-COURSE-NUM TO COURSE-NUM-AR.
           MOVE PQ-MIN-SCORE TO MIN-SCORE-AR.
           MOVE SPACES TO PREREQ-LIST-AR.
           MOVE 1 TO WS-PRQ-SUB.
           PERFORM C82-RECORD-PREREQ-PARA
               UNTIL WS-PRQ-SUB > 4.
           MOVE SPACES TO STUD-ID-AR.
           MOVE SPACES TO TERM-CODE-AR.
      *
      *
       C82-RECORD-PREREQ-PARA.
           MOVE PQ-PRQ-DEPT(WS-PRQ-SUB) TO PRQ-DEPT-AR(WS-PRQ-SUB).
           MOVE PQ-PRQ-COURSE(WS-PRQ-SUB) TO
               PRQ-COURSE-AR(WS-PRQ-SUB).
           ADD 1 TO WS-PRQ-SUB.
      *
      *
      *    FILL THE DETAIL LINE FROM THE WAIVER RECORD.
       C85-WAIVER-IMAGE-PARA.
           MOVE PW-DEPT TO DEPT-AR.
           MOVE PW-COURSE-NUM TO COURSE-NUM-AR.
           MOVE SPACES TO MIN-SCORE-AR.
           MOVE SPACES TO PREREQ-LIST-AR.
           MOVE SPACES TO STUD-ID-AR.
           MOVE PW-STUD-ID(1:3) TO STUD-ID-AR(1:3).
           MOVE "-" TO STUD-ID-AR(4:1).
           MOVE PW-STUD-ID(4:2) TO STUD-ID-AR(5:2).
           MOVE "-" TO STUD-ID-AR(7:1).
           MOVE PW-STUD-ID(6:4) TO STUD-ID-AR(8:4).
           MOVE PW-TERM-CODE TO TERM-CODE-AR.
      *
      *
       C10-AUDIT-HEADINGS-PARA.
           WRITE AUDIT-REPORT-OUT FROM WS-AR-LINE-01
               AFTER ADVANCING PAGE.
           WRITE AUDIT-REPORT-OUT FROM WS-AR-LINE-02
               AFTER ADVANCING 2 LINES.
           WRITE AUDIT-REPORT-OUT FROM WS-AR-LINE-03
               AFTER ADVANCING 2 LINES.
           WRITE AUDIT-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE AUDIT-REPORT-OUT FROM WS-AR-LINE-04
               AFTER ADVANCING 1 LINE.
           WRITE AUDIT-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE.
      *
      *
       C30-AUDIT-TOTALS-PARA.
           WRITE AUDIT-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "ADDS:         " TO AR-TOT-LABEL-OUT.
           MOVE WS-ADD-CNT TO AR-TOT-COUNT-OUT.
           WRITE AUDIT-REPORT-OUT FROM WS-AR-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "CHANGES:      " TO AR-TOT-LABEL-OUT.
           MOVE WS-CHANGE-CNT TO AR-TOT-COUNT-OUT.
           WRITE AUDIT-REPORT-OUT FROM WS-AR-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "DELETES:      " TO AR-TOT-LABEL-OUT.
           MOVE WS-DELETE-CNT TO AR-TOT-COUNT-OUT.
           WRITE AUDIT-REPORT-OUT FROM WS-AR-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "WAIVERS:      " TO AR-TOT-LABEL-OUT.
           MOVE WS-WAIVE-CNT TO AR-TOT-COUNT-OUT.
           WRITE AUDIT-REPORT-OUT FROM WS-AR-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "REVOCATIONS:  " TO AR-TOT-LABEL-OUT.
           MOVE WS-REVOKE-CNT TO AR-TOT-COUNT-OUT.
           WRITE AUDIT-REPORT-OUT FROM WS-AR-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "REJECTS:      " TO AR-TOT-LABEL-OUT.
           MOVE WS-REJECT-CNT TO AR-TOT-COUNT-OUT.
           WRITE AUDIT-REPORT-OUT FROM WS-AR-TOT-LINE
               AFTER ADVANCING 1 LINE.
