       IDENTIFICATION DIVISION.
      *
      *
       PROGRAM-ID.    PROG31.
      *AUTHOR.        ERIC.
      *INSTALLATION.  WSC.
      *DATE-WRITTEN.  MAY 10,2004.
      *DATE-COMPILED. MAY 10,2004.
      *SECURITY.      NONE.
      *
      *
      * THIS PROGRAM MAINTAINS THE SECTION SCHEDULE FILE - ONE
      * RECORD PER COURSE SECTION OFFERED IN A TERM, KEYED ON
      * DEPARTMENT, COURSE NUMBER, SECTION AND TERM CODE, AND
      * CARRYING THE MEETING DAYS AND TIMES, ROOM, INSTRUCTOR AND
      * SEAT CAPACITY. THE ENROLLMENT LOAD (PROG22) LOADS A SECTION
      * ONLY UP TO ITS CAPACITY AND CHECKS MEETING TIMES AGAINST
      * IT, AND THE WAITLIST PROMOTION RUN (PROG32) FILLS FREED
      * SEATS FROM IT.
      *
      * MEETING DAYS ARE SEVEN BYTES, ONE PER DAY IN THE ORDER
      * M T W R F S U - EACH BYTE IS THAT DAY'S LETTER OR A SPACE
      * (A MONDAY/WEDNESDAY/FRIDAY SECTION IS "M W F  "). TIMES ARE
      * 24-HOUR HHMM. A SECTION WITH NO DAYS AND NO TIMES (AN
      * ONLINE OR TO-BE-ARRANGED SECTION) NEVER CONFLICTS.
      *
      * EACH TRANSACTION IS APPLIED WITH A KEYED READ AND
      * WRITE/REWRITE, THE SAME PATTERN PROG21 USES FOR THE
      * CATALOG:
      *
      * A. ACTION "A" (ADD) - BUILDS A NEW SECTION, MARKED ACTIVE.
      *    THE COURSE MUST BE ACTIVE ON THE CATALOG, THE SECTION
      *    NON-BLANK, THE TERM A VALID TERM CODE AND THE CAPACITY
      *    1 THROUGH 999. DAYS AND BOTH TIMES ARE KEYED TOGETHER
      *    OR NOT AT ALL, AND THE START MUST BE BEFORE THE END. AN
      *    ADD FOR A SECTION ALREADY ON FILE IS REJECTED.
      * B. ACTION "C" (CHANGE) - A NON-BLANK FIELD ON THE
      *    TRANSACTION REPLACES THE FIELD ON FILE; THE TIMES ARE
      *    KEYED AS A PAIR. A CHANGE FOR A SECTION NOT ON FILE IS
      *    REJECTED.
      * C. ACTION "I" (INACTIVATE) - CANCELS THE SECTION. THE
      *    RECORD STAYS ON FILE SO EXISTING ROSTERS STILL RESOLVE,
      *    BUT THE ENROLLMENT LOAD REJECTS NEW ENROLLMENTS IN IT.
      *
      * EVERY RECORD TOUCHED IS LISTED ON AN AUDIT REPORT WITH ITS
      * BEFORE AND AFTER IMAGES, AND TOTALS OF ADDS, CHANGES,
      * INACTIVATIONS AND REJECTS ARE PRINTED AT THE END.
      *
      *
      *
       ENVIRONMENT DIVISION.
      *
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT OPTIONAL SECTION-FILE
               ASSIGN TO "SECTION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SS-SECTION-KEY.
           SELECT COURSE-CAT-FILE
               ASSIGN TO "COURSE-CAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CC-COURSE-KEY.
           SELECT SECT-MAINT-FILE
               ASSIGN TO "SECTMAINT.DAT".
           SELECT AUDIT-REPORT
               ASSIGN TO "PROG31_OUT.DAT".
      *
      *
      *
       DATA DIVISION.
      *
      *
       FILE SECTION.
      *
       FD  SECTION-FILE
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SECTION-REC.
      *
       01  SECTION-REC.
           05  SS-SECTION-KEY.
               10  SS-DEPT              PIC X(4).
               10  SS-COURSE-NUM        PIC X(4).
               10  SS-SECTION           PIC X(2).
               10  SS-TERM-CODE         PIC X(6).
      *    ONE BYTE PER DAY, M T W R F S U - THE LETTER OR A SPACE.
           05  SS-MEET-DAYS             PIC X(7).
           05  SS-START-TIME            PIC 9(4).
           05  SS-END-TIME              PIC 9(4).
           05  SS-ROOM                  PIC X(6).
           05  SS-INSTRUCTOR            PIC X(20).
           05  SS-CAPACITY              PIC 9(3).
           05  SS-ACTIVE-IND            PIC X(1).
           05  FILLER                   PIC X(19).
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
       FD  SECT-MAINT-FILE
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SECT-MAINT-REC-IN.
      *
       01  SECT-MAINT-REC-IN            PIC X(80).
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
           05  SECT-FOUND-SW            PIC X.
           05  CAT-FOUND-SW             PIC X.
      *
       01  WS-AUDIT-COUNTS.
           05  WS-ADD-CNT               PIC 9(5) VALUE ZERO.
           05  WS-CHANGE-CNT            PIC 9(5) VALUE ZERO.
           05  WS-INACT-CNT             PIC 9(5) VALUE ZERO.
           05  WS-REJECT-CNT            PIC 9(5) VALUE ZERO.
      *
       01  WS-EDIT-AREA.
           05  WS-EDIT-REASON           PIC X(24).
           05  WS-DAY-SUB               PIC 9 COMP.
           05  WS-DAY-LETTERS           PIC X(7) VALUE "MTWRFSU".
           05  WS-DAY-LETTER-TBL REDEFINES WS-DAY-LETTERS.
               10  WS-DAY-LETTER  OCCURS 7 TIMES
                                        PIC X(1).
           05  WS-CHECK-TIME            PIC 9(4).
           05  WS-CHECK-TIME-R REDEFINES WS-CHECK-TIME.
               10  WS-CHECK-HH          PIC 9(2).
               10  WS-CHECK-MM          PIC 9(2).
           05  WS-TIME-OK-SW            PIC X.
      *
       01  WS-DATE-ACCEPT.
           05  DATE-ACCEPT              PIC X(6).
           05  DATE-WS REDEFINES DATE-ACCEPT.
               10  WS-YEAR              PIC X(2).
               10  WS-MONTH             PIC X(2).
               10  WS-DAY               PIC X(2).
      *
       01  WS-SECT-MAINT-REC.
           05  ACTION-CODE-SM           PIC X(1).
               88  ADD-ACTION-SM        VALUE "A".
               88  CHANGE-ACTION-SM     VALUE "C".
               88  INACT-ACTION-SM      VALUE "I".
           05  DEPT-SM                  PIC X(4).
           05  COURSE-NUM-SM            PIC X(4).
           05  SECTION-SM               PIC X(2).
           05  TERM-CODE-SM.
               10  TERM-YEAR-SM         PIC X(4).
               10  TERM-SESSION-SM      PIC X(2).
                   88  VALID-TERM-SESSION-SM
                                        VALUES "01" "02" "03".
           05  MEET-DAYS-SM             PIC X(7).
           05  MEET-DAY-TBL-SM REDEFINES MEET-DAYS-SM.
               10  MEET-DAY-SM  OCCURS 7 TIMES
                                        PIC X(1).
           05  START-TIME-SM-X          PIC X(4).
           05  START-TIME-SM-9 REDEFINES START-TIME-SM-X
                                        PIC 9(4).
           05  END-TIME-SM-X            PIC X(4).
           05  END-TIME-SM-9 REDEFINES END-TIME-SM-X
                                        PIC 9(4).
           05  ROOM-SM                  PIC X(6).
           05  INSTRUCTOR-SM            PIC X(20).
           05  CAPACITY-SM-X            PIC X(3).
           05  CAPACITY-SM-9 REDEFINES CAPACITY-SM-X
                                        PIC 9(3).
           05  FILLER                   PIC X(19).
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
           05  FILLER                   PIC X(7) VALUE "SECTION".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(8) VALUE "SCHEDULE".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(11) VALUE "MAINTENANCE".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(5) VALUE "AUDIT".
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  FILLER                   PIC X(6) VALUE "REPORT".
           05  FILLER                   PIC X(69) VALUE SPACES.
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
           05  FILLER                   PIC X(7) VALUE "SECTION".
           05  FILLER                   PIC X(14) VALUE SPACES.
           05  FILLER                   PIC X(5) VALUE "IMAGE".
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  FILLER                   PIC X(4) VALUE "DAYS".
           05  FILLER                   PIC X(5) VALUE SPACES.
           05  FILLER                   PIC X(5) VALUE "TIMES".
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  FILLER                   PIC X(4) VALUE "ROOM".
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE "INSTRUCTOR".
           05  FILLER                   PIC X(12) VALUE SPACES.
           05  FILLER                   PIC X(3) VALUE "CAP".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(1) VALUE "A".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE "DISPOSITION".
           05  FILLER                   PIC X(26) VALUE SPACES.
      *
       01  WS-AR-DL-LINE-05.
           05  ACTION-AR                PIC X(6).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  DEPT-AR                  PIC X(4).
           05  FILLER                   PIC X VALUE SPACE.
           05  COURSE-NUM-AR            PIC X(4).
           05  FILLER                   PIC X VALUE SPACE.
           05  SECTION-AR               PIC X(2).
           05  FILLER                   PIC X VALUE SPACE.
           05  TERM-CODE-AR             PIC X(6).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  IMAGE-TAG-AR             PIC X(6).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  MEET-DAYS-AR             PIC X(7).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  START-TIME-AR            PIC X(4).
           05  TIME-DASH-AR             PIC X(1).
           05  END-TIME-AR              PIC X(4).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  ROOM-AR                  PIC X(6).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  INSTRUCTOR-AR            PIC X(20).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  CAPACITY-AR              PIC X(3).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  ACTIVE-AR                PIC X(1).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  DISPOSITION-AR           PIC X(24).
           05  FILLER                   PIC X(13) VALUE SPACES.
      *
       01  WS-AR-TOT-LINE-06.
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  FILLER                   PIC X(14)
                                        VALUE "ADDS:         ".
           05  WS-ADD-OUT               PIC ZZZZ9.
           05  FILLER                   PIC X(107) VALUE SPACES.
      *
       01  WS-AR-TOT-LINE-07.
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  FILLER                   PIC X(14)
                                        VALUE "CHANGES:      ".
           05  WS-CHANGE-OUT            PIC ZZZZ9.
           05  FILLER                   PIC X(107) VALUE SPACES.
      *
       01  WS-AR-TOT-LINE-08.
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  FILLER                   PIC X(14)
                                        VALUE "INACTIVATIONS:".
           05  WS-INACT-OUT             PIC ZZZZ9.
           05  FILLER                   PIC X(107) VALUE SPACES.
      *
       01  WS-AR-TOT-LINE-09.
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  FILLER                   PIC X(14)
                                        VALUE "REJECTS:      ".
           05  WS-REJECT-OUT            PIC ZZZZ9.
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
           OPEN I-O   SECTION-FILE.
           OPEN INPUT COURSE-CAT-FILE
                      SECT-MAINT-FILE
                OUTPUT AUDIT-REPORT.
           PERFORM B10-INIT-PARA.
           PERFORM B20-PROCESS-PARA
               UNTIL MAINT-EOF-SW = "Y".
           PERFORM C30-AUDIT-TOTALS-PARA.
           CLOSE SECTION-FILE
                 COURSE-CAT-FILE
                 SECT-MAINT-FILE
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
           READ SECT-MAINT-FILE INTO WS-SECT-MAINT-REC
               AT END MOVE "Y" TO MAINT-EOF-SW.
      *
      *
      *    THE SCHEDULE IS KEYED - EACH TRANSACTION STANDS ALONE,
      *    SO ONE KEYED READ TELLS THE ADD/CHANGE/INACTIVATE LEGS
      *    WHETHER THE SECTION IS ALREADY ON FILE. NO SEQUENCE IS
      *    REQUIRED OF THE MAINTENANCE FILE.
       B20-PROCESS-PARA.
           PERFORM B25-FIND-SECTION-PARA.
           EVALUATE TRUE
               WHEN ADD-ACTION-SM
                   PERFORM C40-ADD-SECTION-PARA
               WHEN CHANGE-ACTION-SM
                   PERFORM C50-CHANGE-SECTION-PARA
               WHEN INACT-ACTION-SM
                   PERFORM C60-INACT-SECTION-PARA
               WHEN OTHER
                   ADD 1 TO WS-REJECT-CNT
                   MOVE ACTION-CODE-SM TO ACTION-AR
                   PERFORM C70-TRANS-IMAGE-PARA
                   MOVE "REJECTED-BAD ACTION CD" TO DISPOSITION-AR
                   WRITE AUDIT-REPORT-OUT FROM WS-AR-DL-LINE-05
           END-EVALUATE.
           READ SECT-MAINT-FILE INTO WS-SECT-MAINT-REC
               AT END MOVE "Y" TO MAINT-EOF-SW.
      *
      *
       B25-FIND-SECTION-PARA.
           MOVE DEPT-SM TO SS-DEPT.
           MOVE COURSE-NUM-SM TO SS-COURSE-NUM.
           MOVE SECTION-SM TO SS-SECTION.
           MOVE TERM-CODE-SM TO SS-TERM-CODE.
           READ SECTION-FILE
               INVALID KEY
                   MOVE "N" TO SECT-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO SECT-FOUND-SW
           END-READ.
      *
      *
      *    EDIT THE NON-KEY FIELDS OF AN ADD OR CHANGE - ONLY THE
      *    FIELDS KEYED ARE CHECKED, SO THE SAME EDIT SERVES A
      *    CHANGE THAT TOUCHES ONE FIELD. THE FIRST FAULT FOUND IS
      *    THE REASON.
       B30-EDIT-FIELDS-PARA.
           MOVE SPACES TO WS-EDIT-REASON.
           MOVE 1 TO WS-DAY-SUB.
           PERFORM B32-EDIT-DAY-PARA
               UNTIL WS-DAY-SUB > 7.
           IF WS-EDIT-REASON = SPACES AND
               (START-TIME-SM-X IS NOT EQUAL TO SPACES OR
                END-TIME-SM-X IS NOT EQUAL TO SPACES) THEN
               MOVE "Y" TO WS-TIME-OK-SW
               IF START-TIME-SM-9 IS NOT NUMERIC OR
                   END-TIME-SM-9 IS NOT NUMERIC THEN
                   MOVE "N" TO WS-TIME-OK-SW
               ELSE
                   MOVE START-TIME-SM-9 TO WS-CHECK-TIME
                   PERFORM B34-EDIT-TIME-PARA
                   MOVE END-TIME-SM-9 TO WS-CHECK-TIME
                   PERFORM B34-EDIT-TIME-PARA
                   IF START-TIME-SM-9 IS NOT LESS THAN
                       END-TIME-SM-9 THEN
                       MOVE "N" TO WS-TIME-OK-SW
                   END-IF
               END-IF
               IF WS-TIME-OK-SW = "N" THEN
                   MOVE "REJECTED-BAD TIMES" TO WS-EDIT-REASON
               END-IF
           END-IF.
           IF WS-EDIT-REASON = SPACES AND
               CAPACITY-SM-X IS NOT EQUAL TO SPACES AND
               (CAPACITY-SM-9 IS NOT NUMERIC OR
                CAPACITY-SM-9 = ZERO) THEN
               MOVE "REJECTED-BAD CAPACITY" TO WS-EDIT-REASON
           END-IF.
      *
      *
       B32-EDIT-DAY-PARA.
           IF MEET-DAY-SM(WS-DAY-SUB) IS NOT EQUAL TO SPACE AND
               MEET-DAY-SM(WS-DAY-SUB) IS NOT EQUAL TO
                   WS-DAY-LETTER(WS-DAY-SUB) THEN
               MOVE "REJECTED-BAD DAYS" TO WS-EDIT-REASON
           END-IF.
           ADD 1 TO WS-DAY-SUB.
      *
      *
       B34-EDIT-TIME-PARA.
           IF WS-CHECK-HH > 23 OR WS-CHECK-MM > 59 THEN
               MOVE "N" TO WS-TIME-OK-SW
           END-IF.
      *
      *
      *    AN ADD MUST CARRY A COMPLETE SECTION - THE COURSE ACTIVE
      *    ON THE CATALOG, A VALID TERM, A CAPACITY, AND DAYS AND
      *    TIMES EITHER ALL KEYED OR ALL BLANK.
       C40-ADD-SECTION-PARA.
           MOVE "ADD" TO ACTION-AR.
           MOVE DEPT-SM TO CC-DEPT.
           MOVE COURSE-NUM-SM TO CC-COURSE-NUM.
           READ COURSE-CAT-FILE
               INVALID KEY
                   MOVE "N" TO CAT-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO CAT-FOUND-SW
           END-READ.
           PERFORM B30-EDIT-FIELDS-PARA.
           EVALUATE TRUE
               WHEN SECT-FOUND-SW = "Y"
                   MOVE "REJECTED-ALREADY ON FILE" TO WS-EDIT-REASON
               WHEN CAT-FOUND-SW = "N" OR
                   CC-ACTIVE-IND IS NOT EQUAL TO "Y"
                   MOVE "REJECTED-NOT IN CATALOG" TO WS-EDIT-REASON
               WHEN SECTION-SM = SPACES
                   MOVE "REJECTED-FIELD MISSING" TO WS-EDIT-REASON
               WHEN TERM-YEAR-SM IS NOT NUMERIC OR
                   NOT VALID-TERM-SESSION-SM
                   MOVE "REJECTED-BAD TERM CODE" TO WS-EDIT-REASON
               WHEN WS-EDIT-REASON IS NOT EQUAL TO SPACES
                   CONTINUE
               WHEN CAPACITY-SM-X = SPACES
                   MOVE "REJECTED-BAD CAPACITY" TO WS-EDIT-REASON
               WHEN (MEET-DAYS-SM = SPACES AND
                     START-TIME-SM-X IS NOT EQUAL TO SPACES) OR
                    (MEET-DAYS-SM IS NOT EQUAL TO SPACES AND
                     START-TIME-SM-X = SPACES)
                   MOVE "REJECTED-DAYS/TIMES" TO WS-EDIT-REASON
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
               MOVE SPACES TO SECTION-REC
               MOVE DEPT-SM TO SS-DEPT
               MOVE COURSE-NUM-SM TO SS-COURSE-NUM
               MOVE SECTION-SM TO SS-SECTION
               MOVE TERM-CODE-SM TO SS-TERM-CODE
               MOVE MEET-DAYS-SM TO SS-MEET-DAYS
               IF START-TIME-SM-X = SPACES THEN
                   MOVE ZERO TO SS-START-TIME
                   MOVE ZERO TO SS-END-TIME
               ELSE
                   MOVE START-TIME-SM-9 TO SS-START-TIME
                   MOVE END-TIME-SM-9 TO SS-END-TIME
               END-IF
               MOVE ROOM-SM TO SS-ROOM
               MOVE INSTRUCTOR-SM TO SS-INSTRUCTOR
               MOVE CAPACITY-SM-9 TO SS-CAPACITY
               MOVE "Y" TO SS-ACTIVE-IND
               WRITE SECTION-REC
               PERFORM C80-SECTION-IMAGE-PARA
               MOVE "AFTER" TO IMAGE-TAG-AR
               MOVE "ADDED" TO DISPOSITION-AR
               WRITE AUDIT-REPORT-OUT FROM WS-AR-DL-LINE-05
           END-IF.
      *
      *
      *    DAYS KEYED ON A CHANGE ONTO A SECTION THAT HAS NO TIMES
      *    YET MUST BRING THE TIMES WITH THEM.
       C50-CHANGE-SECTION-PARA.
           MOVE "CHANGE" TO ACTION-AR.
           PERFORM B30-EDIT-FIELDS-PARA.
           EVALUATE TRUE
               WHEN SECT-FOUND-SW = "N"
                   MOVE "REJECTED-NOT ON FILE" TO WS-EDIT-REASON
               WHEN WS-EDIT-REASON IS NOT EQUAL TO SPACES
                   CONTINUE
               WHEN MEET-DAYS-SM IS NOT EQUAL TO SPACES AND
                   START-TIME-SM-X = SPACES AND
                   SS-START-TIME = ZERO
                   MOVE "REJECTED-DAYS/TIMES" TO WS-EDIT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-EDIT-REASON IS NOT EQUAL TO SPACES THEN
               ADD 1 TO WS-REJECT-CNT
               PERFORM C70-TRANS-IMAGE-PARA
               MOVE WS-EDIT-REASON TO DISPOSITION-AR
               WRITE AUDIT-REPORT-OUT FROM WS-AR-DL-LINE-05
           ELSE
               ADD 1 TO WS-CHANGE-CNT
               PERFORM C80-SECTION-IMAGE-PARA
               MOVE "BEFORE" TO IMAGE-TAG-AR
               MOVE SPACES TO DISPOSITION-AR
               WRITE AUDIT-REPORT-OUT FROM WS-AR-DL-LINE-05
               IF MEET-DAYS-SM IS NOT EQUAL TO SPACES THEN
                   MOVE MEET-DAYS-SM TO SS-MEET-DAYS
               END-IF
               IF START-TIME-SM-X IS NOT EQUAL TO SPACES THEN
                   MOVE START-TIME-SM-9 TO SS-START-TIME
                   MOVE END-TIME-SM-9 TO SS-END-TIME
               END-IF
               IF ROOM-SM IS NOT EQUAL TO SPACES THEN
                   MOVE ROOM-SM TO SS-ROOM
               END-IF
               IF INSTRUCTOR-SM IS NOT EQUAL TO SPACES THEN
                   MOVE INSTRUCTOR-SM TO SS-INSTRUCTOR
               END-IF
               IF CAPACITY-SM-X IS NOT EQUAL TO SPACES THEN
                   MOVE CAPACITY-SM-9 TO SS-CAPACITY
               END-IF
               REWRITE SECTION-REC
               PERFORM C80-SECTION-IMAGE-PARA
               MOVE "AFTER" TO IMAGE-TAG-AR
               MOVE "CHANGED" TO DISPOSITION-AR
               WRITE AUDIT-REPORT-OUT FROM WS-AR-DL-LINE-05
           END-IF.
      *
      *
       C60-INACT-SECTION-PARA.
           MOVE "INACT." TO ACTION-AR.
           IF SECT-FOUND-SW = "N" THEN
               ADD 1 TO WS-REJECT-CNT
               PERFORM C70-TRANS-IMAGE-PARA
               MOVE "REJECTED-NOT ON FILE" TO DISPOSITION-AR
               WRITE AUDIT-REPORT-OUT FROM WS-AR-DL-LINE-05
           ELSE
               ADD 1 TO WS-INACT-CNT
               PERFORM C80-SECTION-IMAGE-PARA
               MOVE "BEFORE" TO IMAGE-TAG-AR
               MOVE SPACES TO DISPOSITION-AR
               WRITE AUDIT-REPORT-OUT FROM WS-AR-DL-LINE-05
               MOVE "N" TO SS-ACTIVE-IND
               REWRITE SECTION-REC
               PERFORM C80-SECTION-IMAGE-PARA
               MOVE "AFTER" TO IMAGE-TAG-AR
               MOVE "INACTIVATED" TO DISPOSITION-AR
               WRITE AUDIT-REPORT-OUT FROM WS-AR-DL-LINE-05
           END-IF.
      *
      *
      *    FILL THE DETAIL LINE FROM THE TRANSACTION ALONE - USED
      *    FOR REJECTS, WHERE THERE MAY BE NO SECTION RECORD TO
      *    SHOW.
       C70-TRANS-IMAGE-PARA.
           MOVE DEPT-SM TO DEPT-AR.
           MOVE COURSE-NUM-SM TO COURSE-NUM-AR.
           MOVE SECTION-SM TO SECTION-AR.
           MOVE TERM-CODE-SM TO TERM-CODE-AR.
           MOVE SPACES TO IMAGE-TAG-AR.
           MOVE MEET-DAYS-SM TO MEET-DAYS-AR.
           MOVE START-TIME-SM-X TO START-TIME-AR.
           MOVE SPACE TO TIME-DASH-AR.
           MOVE END-TIME-SM-X TO END-TIME-AR.
           MOVE ROOM-SM TO ROOM-AR.
           MOVE INSTRUCTOR-SM TO INSTRUCTOR-AR.
           MOVE CAPACITY-SM-X TO CAPACITY-AR.
           MOVE SPACE TO ACTIVE-AR.
      *
      *
      *    FILL THE DETAIL LINE FROM THE SECTION RECORD - USED FOR
      *    THE BEFORE/AFTER IMAGES OF A CHANGE OR INACTIVATION AND
      *    THE AFTER IMAGE OF AN ADD.
       C80-SECTION-IMAGE-PARA.
           MOVE SS-DEPT TO DEPT-AR.
           MOVE SS-COURSE-NUM TO COURSE-NUM-AR.
           MOVE SS-SECTION TO SECTION-AR.
           MOVE SS-TERM-CODE TO TERM-CODE-AR.
           MOVE SS-MEET-DAYS TO MEET-DAYS-AR.
           IF SS-START-TIME = ZERO AND SS-END-TIME = ZERO THEN
               MOVE SPACES TO START-TIME-AR
               MOVE SPACE TO TIME-DASH-AR
               MOVE SPACES TO END-TIME-AR
           ELSE
               MOVE SS-START-TIME TO START-TIME-AR
               MOVE "-" TO TIME-DASH-AR
               MOVE SS-END-TIME TO END-TIME-AR
           END-IF.
           MOVE SS-ROOM TO ROOM-AR.
           MOVE SS-INSTRUCTOR TO INSTRUCTOR-AR.
           MOVE SS-CAPACITY TO CAPACITY-AR.
           MOVE SS-ACTIVE-IND TO ACTIVE-AR.
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
           MOVE WS-ADD-CNT TO WS-ADD-OUT.
           MOVE WS-CHANGE-CNT TO WS-CHANGE-OUT.
           MOVE WS-INACT-CNT TO WS-INACT-OUT.
           MOVE WS-REJECT-CNT TO WS-REJECT-OUT.
           WRITE AUDIT-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 2 LINES.
           WRITE AUDIT-REPORT-OUT FROM WS-AR-TOT-LINE-06
               AFTER ADVANCING 1 LINE.
           WRITE AUDIT-REPORT-OUT FROM WS-AR-TOT-LINE-07
               AFTER ADVANCING 1 LINE.
           WRITE AUDIT-REPORT-OUT FROM WS-AR-TOT-LINE-08
               AFTER ADVANCING 1 LINE.
           WRITE AUDIT-REPORT-OUT FROM WS-AR-TOT-LINE-09
               AFTER ADVANCING 1 LINE.
