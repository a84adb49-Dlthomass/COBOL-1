      * EXCEPTION RUN (PROG23) SOMETHING TO RECONCILE.
      *
      * THE REGISTRATION OFFICE'S RAW FEED IS SORTED INTO
      * DEPARTMENT, COURSE, SECTION AND TERM SEQUENCE - WITHIN A
      * SECTION THE RECORDS STAY IN ARRIVAL ORDER, SO SEATS GO
      * FIRST COME, FIRST SERVED - AND EVERY RECORD IS EDITED
      * BEFORE IT IS LOADED:
      *
      * A. EN-STUD-ID MUST BE NUMERIC AND ON THE CURRENT MASTER
      *    GENERATION - ONE KEYED READ PER RECORD.
      *    THE COURSE CATALOG FILE PROG21 MAINTAINS.
      * C. EN-TERM-CODE MUST BE A NUMERIC YEAR FOLLOWED BY TERM
      *    01, 02 OR 03 - THE SAME TERM EDIT PROG14-1 APPLIES.
      * D. WHEN THE COURSE HAS A RECORD ON THE PREREQUISITE FILE
      *    PROG30 MAINTAINS, EVERY COURSE IT NAMES MUST ALREADY BE
      *    PASSED ON THE COURSE HISTORY (A CORRECTION ROW TO A
      *    NON-PASSING GRADE TAKES A PASS BACK, AS IN PROG26, AND
      *    TRANSFER CREDIT - GRADE T - COUNTS AS A PASS), AND
      *    THE TEST RESULT PROG4-2 POSTS TO THE MASTER MUST MEET
      *    ANY MINIMUM PLACEMENT SCORE. THE REJECT NAMES THE FIRST
      *    PREREQUISITE NOT MET. A WAIVER ON FILE FOR THE STUDENT,
      *    COURSE AND TERM (OR ANY TERM) LETS THE STUDENT THROUGH
      *    AND IS COUNTED ON THE FILE TOTALS.
      * E. THE SECTION MUST BE ACTIVE ON THE SECTION SCHEDULE FILE
      *    PROG31 MAINTAINS FOR THE TERM. (CHECKED AHEAD OF D.)
      * F. THE SECTION'S MEETING TIMES MUST NOT OVERLAP A SECTION
      *    ALREADY LOADED FOR THE SAME STUDENT AND TERM - SAME DAY
      *    AND EACH STARTS BEFORE THE OTHER ENDS. A SECTION WITH NO
      *    MEETING DAYS NEVER CONFLICTS.
      *
      * A CLEAN RECORD IS LOADED ONLY WHILE ITS SECTION HAS SEATS
      * LEFT. ONCE THE SECTION REACHES ITS CAPACITY THE REST OF
      * ITS RECORDS GO TO THE WAITLIST FILE IN ARRIVAL ORDER, FOR
      * THE WAITLIST PROMOTION RUN (PROG32) TO SEAT AS DROPS FREE
      * ROOM, AND ARE LISTED ON THE FIRST PAGE AS WAITLISTED.
      *
      * CLEAN RECORDS ARE WRITTEN TO THE ENROLLMENT FILE THE
      * MERGE AND PROG23 READ. REJECTS ARE LISTED WITH THE REASON
      * ON THE FIRST PAGE OF THE REPORT, THEN THE CLEAN FILE IS
      * SORTED BACK INTO STUDENT ORDER WITHIN SECTION AND ONE
      * ROSTER PAGE IS PRINTED PER COURSE SECTION - THE MEETING
      * TIMES, ROOM AND INSTRUCTOR IN THE HEADING, STUDENT NUMBER
      * AND NAME, ONE LINE PER STUDENT, WITH THE ENROLLED COUNT
      * AND SEATS REMAINING AT THE FOOT OF EACH ROSTER AND FILE
      * TOTALS AT THE END.
      *
      *
      *
               ASSIGN TO "SORTED-ENROLL22.DAT".
           SELECT ENROLL-FILE-OUT
               ASSIGN TO "ENROLL.DAT".
           SELECT WAITLIST-FILE
               ASSIGN TO "WAITLIST.DAT".
           SELECT ROSTER-WORK-FILE
               ASSIGN TO "SORTED-ROSTER22.DAT".
           SELECT ROSTER-REPORT
               ASSIGN TO "PROG22_OUT.DAT".
           SELECT SORT-WORK-FILE
               ASSIGN TO "SORT-WORK22.DAT".
           SELECT OPTIONAL COURSE-HISTORY-FILE
               ASSIGN TO "COURSE-HIST.DAT".
           SELECT SORTED-CRSHIST-FILE
               ASSIGN TO "SORTED-CRSHIST22.DAT".
           SELECT CRSHIST-SORT-FILE
               ASSIGN TO "SORT-CRSHIST22.DAT".
           SELECT NEW-MASTER-FILE
               ASSIGN USING WS-MASTER-FILE-NAME
               ORGANIZATION IS INDEXED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CC-COURSE-KEY.
           SELECT SECTION-FILE
               ASSIGN TO "SECTION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SS-SECTION-KEY.
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
           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO "RUN-CONTROL.DAT".
      *
               DATA RECORD IS ENROLL-REC-OUT.
      *
       01  ENROLL-REC-OUT               PIC X(30).
      *
      *    THE OVERFLOW OF FULL SECTIONS - AN ENROLLMENT RECORD
      *    IMAGE, IN ARRIVAL ORDER WITHIN SECTION.
       FD  WAITLIST-FILE
               RECORD CONTAINS 30 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS WAITLIST-REC.
      *
       01  WAITLIST-REC                 PIC X(30).
      *
       FD  ROSTER-WORK-FILE
               RECORD CONTAINS 30 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS ROSTER-WORK-REC.
      *
       01  ROSTER-WORK-REC              PIC X(30).
      *
       FD  ROSTER-REPORT
               RECORD CONTAINS 132 CHARACTERS
           05  CC-ACTIVE-IND            PIC X(1).
           05  FILLER                   PIC X(16).
      *
      *    ONE RECORD PER SECTION OFFERED IN A TERM - SEE PROG31.
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
           05  SS-MEET-DAY-TBL REDEFINES SS-MEET-DAYS.
               10  SS-MEET-DAY  OCCURS 7 TIMES
                                        PIC X(1).
           05  SS-START-TIME            PIC 9(4).
           05  SS-END-TIME              PIC 9(4).
           05  SS-ROOM                  PIC X(6).
           05  SS-INSTRUCTOR            PIC X(20).
           05  SS-CAPACITY              PIC 9(3).
           05  SS-ACTIVE-IND            PIC X(1).
           05  FILLER                   PIC X(19).
      *
      *    ONE RECORD PER COURSE THAT HAS PREREQUISITES - UP TO
      *    FOUR COURSES THAT MUST BE PASSED AND A MINIMUM PLACEMENT
      *    SCORE (ZERO WHEN NONE). UNUSED SLOTS ARE SPACES.
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
      *    ONE RECORD PER STUDENT AND COURSE THE REGISTRAR HAS
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
      *    ONE-RECORD CONTROL FILE MAINTAINED BY THE NIGHTLY
      *    STREAM - READ HERE ONLY TO FIND WHICH MASTER GENERATION
      *    (G1/G2/G3) IS CURRENT.
           05  SR-SECTION-SW            PIC X(2).
           05  SR-TERM-CODE-SW          PIC X(6).
           05  SR-FILLER                PIC X(5).
      *
       SD  CRSHIST-SORT-FILE
             DATA RECORD IS CRSHIST-SORT-REC.
      *
       01  CRSHIST-SORT-REC.
           05  CS-STUD-ID-SW            PIC X(9).
           05  CS-DEPT-SW               PIC X(4).
           05  CS-COURSE-NUM-SW         PIC X(4).
           05  CS-FILLER                PIC X(13).
      *
      *
      *
           05  NM-FOUND-SW              PIC X.
           05  WS-CAT-FOUND-SW          PIC X.
           05  WS-FIRST-REC-SW          PIC X.
           05  CRSHIST-EOF-SW           PIC X.
           05  WS-PASSED-SW             PIC X.
           05  WS-PREREQ-FOUND-SW       PIC X.
           05  WS-WAIVER-FOUND-SW       PIC X.
           05  WS-SECT-FOUND-SW         PIC X.
           05  WS-DAY-MATCH-SW          PIC X.
      *
       01  WS-RUN-CONTROL-AREA.
           05  WS-MASTER-FILE-NAME      PIC X(13)
           05  WS-CLEAN-CNT             PIC 9(5) VALUE ZERO.
           05  WS-REJECT-CNT            PIC 9(5) VALUE ZERO.
           05  WS-SECTION-CNT           PIC 9(5) VALUE ZERO.
           05  WS-WAIVED-CNT            PIC 9(5) VALUE ZERO.
           05  WS-WAITLIST-CNT          PIC 9(5) VALUE ZERO.
      *
      *    SEATS TAKEN IN THE SECTION THE EDIT PASS IS ON, AND THE
      *    SECTION'S CAPACITY FOR THE ROSTER FOOT.
       01  WS-CAPACITY-AREA.
           05  WS-EDIT-PREV-KEY         PIC X(16).
           05  WS-EDIT-SECTION-KEY.
               10  WS-EDIT-DEPT         PIC X(4).
               10  WS-EDIT-COURSE       PIC X(4).
               10  WS-EDIT-SECTION      PIC X(2).
               10  WS-EDIT-TERM         PIC X(6).
           05  WS-SEC-LOAD-CNT          PIC 9(5) VALUE ZERO.
           05  WS-ROSTER-CAPACITY       PIC 9(3) VALUE ZERO.
           05  WS-SEATS-LEFT            PIC 9(5) VALUE ZERO.
      *
      *    THE MEETING TIMES OF EVERY SECTION LOADED SO FAR, ONE
      *    ENTRY PER STUDENT AND SECTION - THE FEED IS IN COURSE
      *    ORDER, SO A STUDENT'S OTHER SECTIONS CAN ONLY BE FOUND
      *    HERE. SECTIONS WITH NO MEETING DAYS ARE NOT HELD.
       01  WS-MEETING-TABLE.
           05  WS-MTG-ENTRY-CNT         PIC 9(4) VALUE ZERO.
           05  WS-MTG-SUB               PIC 9(4).
           05  WS-DAY-SUB               PIC 9 COMP.
           05  WS-MTG-ENTRY  OCCURS 9000 TIMES.
               10  WS-MTG-STUD-ID       PIC X(9).
               10  WS-MTG-TERM          PIC X(6).
               10  WS-MTG-DAY  OCCURS 7 TIMES
                                        PIC X(1).
               10  WS-MTG-START         PIC 9(4).
               10  WS-MTG-END           PIC 9(4).
               10  WS-MTG-DEPT          PIC X(4).
               10  WS-MTG-COURSE        PIC X(4).
               10  WS-MTG-SECTION       PIC X(2).
      *
       01  WS-CONFLICT-REASON.
           05  FILLER                   PIC X(14)
                                        VALUE "TIME CONFLICT ".
           05  WS-CONFLICT-DEPT         PIC X(4).
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-CONFLICT-COURSE       PIC X(4).
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-CONFLICT-SECTION      PIC X(2).
      *
      *    EVERY COURSE EVERY STUDENT HAS PASSED, BUILT ONCE FROM
      *    THE COURSE HISTORY BEFORE THE EDIT PASS - THE FEED IS
      *    IN COURSE ORDER, NOT STUDENT ORDER, SO THE PREREQUISITE
      *    EDIT NEEDS ALL STUDENTS AT HAND. KEY IS STUDENT NUMBER,
      *    DEPARTMENT AND COURSE NUMBER.
       01  WS-PASSED-TABLE.
           05  WS-PAS-ENTRY-CNT         PIC 9(4) VALUE ZERO.
           05  WS-PAS-ENTRY  OCCURS 9000 TIMES
                             INDEXED BY WS-PAS-IDX.
               10  WS-PAS-KEY           PIC X(17).
      *
       01  WS-PREREQ-AREA.
           05  WS-CRSHIST-HOLD          PIC X(17).
           05  WS-LOOKUP-KEY.
               10  WS-LOOKUP-STUD-ID    PIC X(9).
               10  WS-LOOKUP-DEPT       PIC X(4).
               10  WS-LOOKUP-COURSE     PIC X(4).
           05  WS-PRQ-SUB               PIC 9 COMP.
           05  WS-PRQ-REASON.
               10  FILLER               PIC X(16)
                                        VALUE "PREREQ NOT MET: ".
               10  WS-PRQ-REASON-DEPT   PIC X(4).
               10  FILLER               PIC X VALUE SPACE.
               10  WS-PRQ-REASON-COURSE PIC X(4).
           05  WS-SCORE-REASON.
               10  FILLER               PIC X(22)
                                        VALUE "PLACEMENT SCORE UNDER ".
               10  WS-SCORE-REASON-MIN  PIC 9(3).
      *
       01  WS-DATE-ACCEPT.
           05  DATE-ACCEPT              PIC X(6).
           05  STUD-ID-NM               PIC X(9).
           05  LNAME-NM                 PIC X(14).
           05  FNAME-NM                 PIC X(10).
           05  FILLER                   PIC X(27).
           05  TEST-RESULT-IND-NM       PIC X(1).
           05  TEST-RESULT-NM           PIC 9(3).
           05  FILLER                   PIC X(4).
      *
       01  WS-COURSE-HIST-REC.
           05  CH-STUD-ID               PIC X(9).
           05  CH-DEPT                  PIC X(4).
           05  CH-COURSE-NUM            PIC X(4).
           05  CH-GRADE                 PIC X(1).
               88  PASSING-GRADE-CH     VALUES "A" "B" "C" "D"
                                               "T".
           05  CH-CREDITS               PIC 9(1).
           05  CH-TERM-CODE             PIC X(6).
      *    "C" MARKS A GRADE CORRECTION ROW - ITS GRADE REPLACES
      *    THE POSTING IT CORRECTS RATHER THAN STANDING BESIDE IT.
           05  CH-COR-IND               PIC X(1).
               88  CORRECTION-ROW-CH    VALUE "C".
           05  FILLER                   PIC X(4).
      *
       01  WS-RR-LINE-01.
           05  FILLER                   PIC X(19) VALUE SPACES.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  TERM-CODE-RJ             PIC X(6).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RJ-REASON-OUT            PIC X(30).
           05  FILLER                   PIC X(58) VALUE SPACES.
      *
       01  WS-RR-ROSTER-HDG-LINE.
           05  FILLER                   PIC X(8) VALUE "COURSE: ".
           05  FILLER                   PIC X(6) VALUE "TERM: ".
           05  TERM-RH-OUT              PIC X(6).
           05  FILLER                   PIC X(62) VALUE SPACES.
      *
       01  WS-RR-MEETING-LINE.
           05  FILLER                   PIC X(8) VALUE "MEETS:  ".
           05  MEET-DAYS-RH-OUT         PIC X(7).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  START-TIME-RH-OUT        PIC X(4).
           05  TIME-DASH-RH-OUT         PIC X(1).
           05  END-TIME-RH-OUT          PIC X(4).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(6) VALUE "ROOM: ".
           05  ROOM-RH-OUT              PIC X(6).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(12)
                                        VALUE "INSTRUCTOR: ".
           05  INSTRUCTOR-RH-OUT        PIC X(20).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE "CAPACITY: ".
           05  CAPACITY-RH-OUT          PIC ZZ9.
           05  FILLER                   PIC X(43) VALUE SPACES.
      *
       01  WS-RR-COL-HDG-LINE.
           05  FILLER                   PIC X(7) VALUE "STUDENT".
       A00-MAINLINE-PARA.
           PERFORM B05-FIND-MASTER-GEN-PARA.
           PERFORM B30-SORT-PARA.
           PERFORM B32-SORT-CRSHIST-PARA.
           PERFORM B34-LOAD-PASSED-PARA.
           OPEN INPUT  SORTED-ENROLL-FILE
                       NEW-MASTER-FILE
                       COURSE-CAT-FILE
                       SECTION-FILE
                       PREREQ-FILE
                       WAIVER-FILE
                OUTPUT ENROLL-FILE-OUT
                       WAITLIST-FILE
                       ROSTER-REPORT.
           PERFORM B10-INIT-PARA.
           PERFORM B20-EDIT-PARA
               UNTIL ENROLL-EOF-SW = "Y".
           CLOSE SORTED-ENROLL-FILE
                 ENROLL-FILE-OUT
                 WAITLIST-FILE.
           PERFORM B38-SORT-ROSTER-PARA.
           PERFORM B40-ROSTER-PASS-PARA.
           PERFORM C60-FILE-TOTALS-PARA.
           CLOSE NEW-MASTER-FILE
                 COURSE-CAT-FILE
                 SECTION-FILE
                 PREREQ-FILE
                 WAIVER-FILE
                 ROSTER-REPORT.
           STOP RUN.
      *
           SORT SORT-WORK-FILE
               ASCENDING KEY SR-DEPT-SW SR-COURSE-NUM-SW
                             SR-SECTION-SW SR-TERM-CODE-SW
               WITH DUPLICATES IN ORDER
                   USING  ENROLL-FILE-IN
                   GIVING SORTED-ENROLL-FILE.
      *
      *
      *    THE LOADED FILE IS IN ARRIVAL ORDER WITHIN SECTION - THE
      *    ROSTERS ARE PRINTED FROM A COPY IN STUDENT ORDER.
       B38-SORT-ROSTER-PARA.
           SORT SORT-WORK-FILE
               ASCENDING KEY SR-DEPT-SW SR-COURSE-NUM-SW
                             SR-SECTION-SW SR-TERM-CODE-SW
                             SR-STUD-ID-SW
                   USING  ENROLL-FILE-OUT
                   GIVING ROSTER-WORK-FILE.
      *
      *
      *    THE SORT KEEPS EQUAL-KEY RECORDS IN THEIR FILE ORDER -
      *    WITHIN A STUDENT AND COURSE THE ROWS MUST STAY IN
      *    POSTING ORDER, SO A CORRECTION ROW IS SEEN AFTER THE
      *    POSTING IT TAKES BACK.
       B32-SORT-CRSHIST-PARA.
           SORT CRSHIST-SORT-FILE
               ASCENDING KEY CS-STUD-ID-SW CS-DEPT-SW
                             CS-COURSE-NUM-SW
               WITH DUPLICATES IN ORDER
                   USING  COURSE-HISTORY-FILE
                   GIVING SORTED-CRSHIST-FILE.
      *
      *
      *    BUILD THE PASSED-COURSE TABLE - ONE ENTRY PER STUDENT
      *    AND COURSE WHOSE HISTORY ENDS IN A PASS.
       B34-LOAD-PASSED-PARA.
           OPEN INPUT SORTED-CRSHIST-FILE.
           MOVE "N" TO CRSHIST-EOF-SW.
           PERFORM B37-READ-CRSHIST-PARA.
           PERFORM B35-GATHER-COURSE-PARA
               UNTIL CRSHIST-EOF-SW = "Y".
           CLOSE SORTED-CRSHIST-FILE.
      *
      *
      *    ALL THE ROWS OF ONE STUDENT AND COURSE, IN POSTING
      *    ORDER. A PASSING GRADE MARKS THE COURSE PASSED -
      *    CORRECTION OR NOT. A CORRECTION ROW CARRYING A
      *    NON-PASSING REPLACEMENT TAKES AN EARLIER PASS BACK. AN
      *    ORDINARY NON-PASSING ROW (AN F, OR AN I/W ON A LATER
      *    ATTEMPT) REVOKES NOTHING - THE SAME RULE PROG26 USES.
       B35-GATHER-COURSE-PARA.
           MOVE WS-LOOKUP-KEY TO WS-CRSHIST-HOLD.
           MOVE "N" TO WS-PASSED-SW.
           PERFORM B36-APPLY-CRSHIST-PARA
               UNTIL CRSHIST-EOF-SW = "Y" OR
                     WS-LOOKUP-KEY IS NOT EQUAL TO WS-CRSHIST-HOLD.
           IF WS-PASSED-SW = "Y" THEN
               IF WS-PAS-ENTRY-CNT < 9000 THEN
                   ADD 1 TO WS-PAS-ENTRY-CNT
                   SET WS-PAS-IDX TO WS-PAS-ENTRY-CNT
                   MOVE WS-CRSHIST-HOLD TO WS-PAS-KEY(WS-PAS-IDX)
               ELSE
                   DISPLAY "PROG22: FATAL - PASSED-COURSE TABLE "
                       "FULL AT 9000 ENTRIES - PREREQUISITE EDIT "
                       "WOULD BE INCOMPLETE"
                   STOP RUN
               END-IF
           END-IF.
      *
      *
       B36-APPLY-CRSHIST-PARA.
           EVALUATE TRUE
               WHEN PASSING-GRADE-CH
                   MOVE "Y" TO WS-PASSED-SW
               WHEN CORRECTION-ROW-CH
                   MOVE "N" TO WS-PASSED-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM B37-READ-CRSHIST-PARA.
      *
      *
       B37-READ-CRSHIST-PARA.
           READ SORTED-CRSHIST-FILE INTO WS-COURSE-HIST-REC
               AT END
                   MOVE "Y" TO CRSHIST-EOF-SW
               NOT AT END
                   MOVE CH-STUD-ID TO WS-LOOKUP-STUD-ID
                   MOVE CH-DEPT TO WS-LOOKUP-DEPT
                   MOVE CH-COURSE-NUM TO WS-LOOKUP-COURSE
           END-READ.
      *
      *
       B10-INIT-PARA.
           ACCEPT DATE-ACCEPT FROM DATE.
           MOVE WS-DAY TO DAY-RR-OUT.
           MOVE WS-YEAR TO YEAR-RR-OUT.
           MOVE "N" TO ENROLL-EOF-SW.
           MOVE SPACES TO WS-EDIT-PREV-KEY.
           PERFORM C10-REJECT-HEADINGS-PARA.
           READ SORTED-ENROLL-FILE INTO WS-ENROLL-REC
               AT END MOVE "Y" TO ENROLL-EOF-SW.
      *    THE EDIT PASS - EVERY RECORD OF THE SORTED FEED IS
      *    CHECKED IN COLUMN ORDER AND ONE REASON IS LOGGED PER
      *    REJECT, THE SAME WAY PROG14-1 EDITS THE COURSE
      *    TRANSACTIONS. CLEAN RECORDS GO TO THE ENROLLMENT FILE
      *    UNTIL THE SECTION IS FULL, THEN TO THE WAITLIST. THE
      *    SEAT COUNT RESTARTS AT EACH NEW SECTION OF THE FEED.
       B20-EDIT-PARA.
           ADD 1 TO WS-READ-CNT.
           MOVE EN-DEPT TO WS-EDIT-DEPT.
           MOVE EN-COURSE-NUM TO WS-EDIT-COURSE.
           MOVE EN-SECTION TO WS-EDIT-SECTION.
           MOVE EN-TERM-CODE TO WS-EDIT-TERM.
           IF WS-EDIT-SECTION-KEY IS NOT EQUAL TO
               WS-EDIT-PREV-KEY THEN
               MOVE WS-EDIT-SECTION-KEY TO WS-EDIT-PREV-KEY
               MOVE ZERO TO WS-SEC-LOAD-CNT
           END-IF.
           MOVE "Y" TO WS-VALID-SW.
           MOVE SPACES TO RJ-REASON-OUT.
           EVALUATE TRUE
                   IF RJ-REASON-OUT = SPACES THEN
                       PERFORM B24-CATALOG-CHECK-PARA
                   END-IF
                   IF RJ-REASON-OUT = SPACES THEN
                       PERFORM B25-SECTION-CHECK-PARA
                   END-IF
                   IF RJ-REASON-OUT = SPACES THEN
                       PERFORM B26-PREREQ-CHECK-PARA
                   END-IF
                   IF RJ-REASON-OUT = SPACES THEN
                       PERFORM B29-TIME-CONFLICT-PARA
                   END-IF
           END-EVALUATE.
           IF RJ-REASON-OUT IS NOT EQUAL TO SPACES THEN
               MOVE "N" TO WS-VALID-SW
               ADD 1 TO WS-REJECT-CNT
               PERFORM C20-WRITE-REJECT-PARA
           ELSE
               IF WS-SEC-LOAD-CNT < SS-CAPACITY THEN
                   ADD 1 TO WS-CLEAN-CNT
                   ADD 1 TO WS-SEC-LOAD-CNT
                   WRITE ENROLL-REC-OUT FROM WS-ENROLL-REC
                   PERFORM B29C-ADD-MEETING-PARA
               ELSE
                   ADD 1 TO WS-WAITLIST-CNT
                   WRITE WAITLIST-REC FROM WS-ENROLL-REC
                   MOVE "WAITLISTED-SECTION FULL" TO RJ-REASON-OUT
                   PERFORM C20-WRITE-REJECT-PARA
               END-IF
           END-IF.
           READ SORTED-ENROLL-FILE INTO WS-ENROLL-REC
               AT END MOVE "Y" TO ENROLL-EOF-SW.
           END-IF.
      *
      *
       B25-SECTION-CHECK-PARA.
           MOVE EN-DEPT TO SS-DEPT.
           MOVE EN-COURSE-NUM TO SS-COURSE-NUM.
           MOVE EN-SECTION TO SS-SECTION.
           MOVE EN-TERM-CODE TO SS-TERM-CODE.
           READ SECTION-FILE
               INVALID KEY
                   MOVE "N" TO WS-SECT-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-SECT-FOUND-SW
           END-READ.
           IF WS-SECT-FOUND-SW = "N" OR
               SS-ACTIVE-IND IS NOT EQUAL TO "Y" THEN
               MOVE "SECTION NOT SCHEDULED" TO RJ-REASON-OUT
           END-IF.
      *
      *
      *    A COURSE WITH NO PREREQUISITE RECORD IS OPEN TO ALL.
      *    OTHERWISE EACH PREREQUISITE COURSE IS LOOKED UP IN THE
      *    PASSED TABLE, THEN THE PLACEMENT SCORE IS CHECKED - A
      *    STUDENT WITH NO SCORE POSTED DOES NOT MEET A MINIMUM.
      *    THE WAIVER FILE IS ONLY READ WHEN SOMETHING IS UNMET, SO
      *    THE WAIVED COUNT IS THE ENROLLMENTS A WAIVER LET IN.
       B26-PREREQ-CHECK-PARA.
           MOVE EN-DEPT TO PQ-DEPT.
           MOVE EN-COURSE-NUM TO PQ-COURSE-NUM.
           READ PREREQ-FILE
               INVALID KEY
                   MOVE "N" TO WS-PREREQ-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-PREREQ-FOUND-SW
           END-READ.
           IF WS-PREREQ-FOUND-SW = "Y" THEN
               MOVE 1 TO WS-PRQ-SUB
               PERFORM B27-ONE-PREREQ-PARA
                   UNTIL WS-PRQ-SUB > 4 OR
                         RJ-REASON-OUT IS NOT EQUAL TO SPACES
               IF RJ-REASON-OUT = SPACES AND
                   PQ-MIN-SCORE > ZERO THEN
                   IF TEST-RESULT-IND-NM IS NOT EQUAL TO "Y" OR
                       TEST-RESULT-NM IS NOT NUMERIC OR
                       TEST-RESULT-NM < PQ-MIN-SCORE THEN
                       MOVE PQ-MIN-SCORE TO WS-SCORE-REASON-MIN
                       MOVE WS-SCORE-REASON TO RJ-REASON-OUT
                   END-IF
               END-IF
               IF RJ-REASON-OUT IS NOT EQUAL TO SPACES THEN
                   PERFORM B28-WAIVER-CHECK-PARA
               END-IF
           END-IF.
      *
      *
       B27-ONE-PREREQ-PARA.
           IF PQ-PRQ-DEPT(WS-PRQ-SUB) IS NOT EQUAL TO SPACES THEN
               MOVE EN-STUD-ID TO WS-LOOKUP-STUD-ID
               MOVE PQ-PRQ-DEPT(WS-PRQ-SUB) TO WS-LOOKUP-DEPT
               MOVE PQ-PRQ-COURSE(WS-PRQ-SUB) TO WS-LOOKUP-COURSE
               MOVE "N" TO WS-PASSED-SW
               IF WS-PAS-ENTRY-CNT > ZERO THEN
                   SET WS-PAS-IDX TO 1
                   SEARCH WS-PAS-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-PAS-IDX > WS-PAS-ENTRY-CNT
                           CONTINUE
                       WHEN WS-PAS-KEY(WS-PAS-IDX) = WS-LOOKUP-KEY
                           MOVE "Y" TO WS-PASSED-SW
                   END-SEARCH
               END-IF
               IF WS-PASSED-SW = "N" THEN
                   MOVE PQ-PRQ-DEPT(WS-PRQ-SUB) TO WS-PRQ-REASON-DEPT
                   MOVE PQ-PRQ-COURSE(WS-PRQ-SUB) TO
                       WS-PRQ-REASON-COURSE
                   MOVE WS-PRQ-REASON TO RJ-REASON-OUT
               END-IF
           END-IF.
           ADD 1 TO WS-PRQ-SUB.
      *
      *
      *    A WAIVER WITH A BLANK TERM IS GOOD FOR ANY TERM.
       B28-WAIVER-CHECK-PARA.
           MOVE EN-STUD-ID TO PW-STUD-ID.
           MOVE EN-DEPT TO PW-DEPT.
           MOVE EN-COURSE-NUM TO PW-COURSE-NUM.
           READ WAIVER-FILE
               INVALID KEY
                   MOVE "N" TO WS-WAIVER-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-WAIVER-FOUND-SW
           END-READ.
           IF WS-WAIVER-FOUND-SW = "Y" THEN
               IF PW-TERM-CODE = SPACES OR
                   PW-TERM-CODE = EN-TERM-CODE THEN
                   MOVE SPACES TO RJ-REASON-OUT
                   ADD 1 TO WS-WAIVED-CNT
               END-IF
           END-IF.
      *
      *
      *    CHECK THE SECTION AGAINST EVERY SECTION ALREADY LOADED
      *    FOR THE SAME STUDENT AND TERM. THE FIRST CLASH FOUND IS
      *    NAMED ON THE REJECT.
       B29-TIME-CONFLICT-PARA.
           IF SS-MEET-DAYS IS NOT EQUAL TO SPACES THEN
               MOVE 1 TO WS-MTG-SUB
               PERFORM B29A-CHECK-MEETING-PARA
                   UNTIL WS-MTG-SUB > WS-MTG-ENTRY-CNT OR
                         RJ-REASON-OUT IS NOT EQUAL TO SPACES
           END-IF.
      *
      *
       B29A-CHECK-MEETING-PARA.
           IF WS-MTG-STUD-ID(WS-MTG-SUB) = EN-STUD-ID AND
               WS-MTG-TERM(WS-MTG-SUB) = EN-TERM-CODE AND
               WS-MTG-START(WS-MTG-SUB) < SS-END-TIME AND
               SS-START-TIME < WS-MTG-END(WS-MTG-SUB) THEN
               MOVE "N" TO WS-DAY-MATCH-SW
               MOVE 1 TO WS-DAY-SUB
               PERFORM B29B-CHECK-DAY-PARA
                   UNTIL WS-DAY-SUB > 7
               IF WS-DAY-MATCH-SW = "Y" THEN
                   MOVE WS-MTG-DEPT(WS-MTG-SUB) TO WS-CONFLICT-DEPT
                   MOVE WS-MTG-COURSE(WS-MTG-SUB) TO
                       WS-CONFLICT-COURSE
                   MOVE WS-MTG-SECTION(WS-MTG-SUB) TO
                       WS-CONFLICT-SECTION
                   MOVE WS-CONFLICT-REASON TO RJ-REASON-OUT
               END-IF
           END-IF.
           ADD 1 TO WS-MTG-SUB.
      *
      *
       B29B-CHECK-DAY-PARA.
           IF SS-MEET-DAY(WS-DAY-SUB) IS NOT EQUAL TO SPACE AND
               WS-MTG-DAY(WS-MTG-SUB, WS-DAY-SUB) IS NOT EQUAL TO
                   SPACE THEN
               MOVE "Y" TO WS-DAY-MATCH-SW
           END-IF.
           ADD 1 TO WS-DAY-SUB.
      *
      *
      *    HOLD THE MEETING TIMES OF A SECTION JUST LOADED.
       B29C-ADD-MEETING-PARA.
           IF SS-MEET-DAYS IS NOT EQUAL TO SPACES THEN
               IF WS-MTG-ENTRY-CNT < 9000 THEN
                   ADD 1 TO WS-MTG-ENTRY-CNT
                   MOVE WS-MTG-ENTRY-CNT TO WS-MTG-SUB
                   MOVE EN-STUD-ID TO WS-MTG-STUD-ID(WS-MTG-SUB)
                   MOVE EN-TERM-CODE TO WS-MTG-TERM(WS-MTG-SUB)
                   MOVE 1 TO WS-DAY-SUB
                   PERFORM B29D-MOVE-DAY-PARA
                       UNTIL WS-DAY-SUB > 7
                   MOVE SS-START-TIME TO WS-MTG-START(WS-MTG-SUB)
                   MOVE SS-END-TIME TO WS-MTG-END(WS-MTG-SUB)
                   MOVE EN-DEPT TO WS-MTG-DEPT(WS-MTG-SUB)
                   MOVE EN-COURSE-NUM TO WS-MTG-COURSE(WS-MTG-SUB)
                   MOVE EN-SECTION TO WS-MTG-SECTION(WS-MTG-SUB)
               ELSE
                   DISPLAY "PROG22: FATAL - MEETING TABLE FULL AT "
                       "9000 ENTRIES - TIME CONFLICT EDIT WOULD BE "
                       "INCOMPLETE"
                   STOP RUN
               END-IF
           END-IF.
      *
      *
       B29D-MOVE-DAY-PARA.
           MOVE SS-MEET-DAY(WS-DAY-SUB) TO
               WS-MTG-DAY(WS-MTG-SUB, WS-DAY-SUB).
           ADD 1 TO WS-DAY-SUB.
      *
      *
      *    THE ROSTER PASS - THE STUDENT-ORDER COPY OF THE CLEAN
      *    FILE IS READ (DEPT/COURSE/SECTION/TERM/STUDENT
      *    SEQUENCE) AND ONE PAGE IS PRINTED PER COURSE SECTION.
       B40-ROSTER-PASS-PARA.
           OPEN INPUT ROSTER-WORK-FILE.
           MOVE "N" TO ENROLL-EOF-SW.
           MOVE "Y" TO WS-FIRST-REC-SW.
           MOVE ZERO TO WS-SECTION-CNT.
           READ ROSTER-WORK-FILE INTO WS-ENROLL-REC
               AT END MOVE "Y" TO ENROLL-EOF-SW.
           PERFORM B45-ROSTER-LINE-PARA
               UNTIL ENROLL-EOF-SW = "Y".
           IF WS-FIRST-REC-SW = "N" THEN
               PERFORM C40-SECTION-FOOT-PARA
           END-IF.
           CLOSE ROSTER-WORK-FILE.
      *
      *
       B45-ROSTER-LINE-PARA.
           MOVE SPACES TO RJ-REASON-OUT.
           WRITE ROSTER-REPORT-OUT FROM WS-RR-ROSTER-DL-LINE
               AFTER ADVANCING 1 LINE.
           READ ROSTER-WORK-FILE INTO WS-ENROLL-REC
               AT END MOVE "Y" TO ENROLL-EOF-SW.
      *
      *
      *
      *    ONE ROSTER PAGE PER COURSE SECTION - THE HEADING CARRIES
      *    THE CATALOG'S OFFICIAL DESCRIPTION SO THE ROSTER READS
      *    THE SAME AS THE TRANSCRIPTS, AND THE SCHEDULE'S MEETING
      *    TIMES, ROOM, INSTRUCTOR AND CAPACITY.
       C30-ROSTER-HEADINGS-PARA.
           MOVE EN-DEPT TO DEPT-RH-OUT.
           MOVE EN-COURSE-NUM TO COURSE-NUM-RH-OUT.
           END-IF.
           MOVE EN-SECTION TO SECTION-RH-OUT.
           MOVE EN-TERM-CODE TO TERM-RH-OUT.
           PERFORM B25-SECTION-CHECK-PARA.
           MOVE SPACES TO RJ-REASON-OUT.
           IF WS-SECT-FOUND-SW = "Y" THEN
               MOVE SS-MEET-DAYS TO MEET-DAYS-RH-OUT
               IF SS-START-TIME = ZERO AND SS-END-TIME = ZERO THEN
                   MOVE SPACES TO START-TIME-RH-OUT
                   MOVE SPACE TO TIME-DASH-RH-OUT
                   MOVE SPACES TO END-TIME-RH-OUT
               ELSE
                   MOVE SS-START-TIME TO START-TIME-RH-OUT
                   MOVE "-" TO TIME-DASH-RH-OUT
                   MOVE SS-END-TIME TO END-TIME-RH-OUT
               END-IF
               MOVE SS-ROOM TO ROOM-RH-OUT
               MOVE SS-INSTRUCTOR TO INSTRUCTOR-RH-OUT
               MOVE SS-CAPACITY TO WS-ROSTER-CAPACITY
           ELSE
               MOVE SPACES TO MEET-DAYS-RH-OUT
               MOVE SPACES TO START-TIME-RH-OUT
               MOVE SPACE TO TIME-DASH-RH-OUT
               MOVE SPACES TO END-TIME-RH-OUT
               MOVE SPACES TO ROOM-RH-OUT
               MOVE SPACES TO INSTRUCTOR-RH-OUT
               MOVE ZERO TO WS-ROSTER-CAPACITY
           END-IF.
           MOVE WS-ROSTER-CAPACITY TO CAPACITY-RH-OUT.
           WRITE ROSTER-REPORT-OUT FROM WS-RR-LINE-01
               AFTER ADVANCING PAGE.
           WRITE ROSTER-REPORT-OUT FROM WS-RR-LINE-02
               AFTER ADVANCING 2 LINES.
           WRITE ROSTER-REPORT-OUT FROM WS-RR-ROSTER-HDG-LINE
               AFTER ADVANCING 2 LINES.
           WRITE ROSTER-REPORT-OUT FROM WS-RR-MEETING-LINE
               AFTER ADVANCING 1 LINE.
           WRITE ROSTER-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE ROSTER-REPORT-OUT FROM WS-RR-COL-HDG-LINE
               AFTER ADVANCING 1 LINE.
      *
      *
      *    A SECTION LOADED PAST ITS CAPACITY (THE CAPACITY CUT
      *    AFTER THE LOAD) SHOWS NO SEATS REMAINING, NOT A NEGATIVE.
       C40-SECTION-FOOT-PARA.
           MOVE "STUDENTS ENROLLED:    " TO RR-CNT-LABEL-OUT.
           MOVE WS-SECTION-CNT TO RR-CNT-COUNT-OUT.
           WRITE ROSTER-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE ROSTER-REPORT-OUT FROM WS-RR-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-SECTION-CNT < WS-ROSTER-CAPACITY THEN
               SUBTRACT WS-SECTION-CNT FROM WS-ROSTER-CAPACITY
                   GIVING WS-SEATS-LEFT
           ELSE
               MOVE ZERO TO WS-SEATS-LEFT
           END-IF.
           MOVE "SEATS REMAINING:      " TO RR-CNT-LABEL-OUT.
           MOVE WS-SEATS-LEFT TO RR-CNT-COUNT-OUT.
           WRITE ROSTER-REPORT-OUT FROM WS-RR-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-SECTION-CNT.
               AFTER ADVANCING 1 LINE.
           MOVE "RECORDS LOADED:       " TO RR-CNT-LABEL-OUT.
           MOVE WS-CLEAN-CNT TO RR-CNT-COUNT-OUT.
           WRITE ROSTER-REPORT-OUT FROM WS-RR-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "RECORDS WAITLISTED:   " TO RR-CNT-LABEL-OUT.
           MOVE WS-WAITLIST-CNT TO RR-CNT-COUNT-OUT.
           WRITE ROSTER-REPORT-OUT FROM WS-RR-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "RECORDS REJECTED:     " TO RR-CNT-LABEL-OUT.
           MOVE WS-REJECT-CNT TO RR-CNT-COUNT-OUT.
           WRITE ROSTER-REPORT-OUT FROM WS-RR-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "PREREQS WAIVED:       " TO RR-CNT-LABEL-OUT.
           MOVE WS-WAIVED-CNT TO RR-CNT-COUNT-OUT.
           WRITE ROSTER-REPORT-OUT FROM WS-RR-COUNT-LINE
               AFTER ADVANCING 1 LINE.
