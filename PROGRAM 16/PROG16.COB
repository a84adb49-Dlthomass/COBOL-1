      * STUDENT NUMBER AND TERM SEQUENCE, AND PRINTS ONE
      * TRANSCRIPT PAGE PER REQUESTED STUDENT:
      *
      * A. A TRANSFER CREDIT BLOCK AHEAD OF THE TERMS - ONE LINE
      *    PER COURSE PROG37 POSTED TO THE COURSE HISTORY WITH
      *    GRADE "T", AND THE TOTAL TRANSFER CREDITS. TRANSFER
      *    CREDIT CARRIES NO GRADE POINTS, SO IT STAYS OUT OF THE
      *    TERM LINES AND THE CUMULATIVE GPA. NO BLOCK PRINTS FOR
      *    A STUDENT WITH NO TRANSFER CREDIT.
      * B. ONE LINE PER TERM SHOWING THE TERM'S CREDITS, GRADE
      *    POINTS AND GPA, WITH A RUNNING CUMULATIVE LINE BUILT
      *    ACROSS THE TERMS ON FILE.
      * C. A CLOSING SECTION WITH THE CURRENT CUMULATIVE CREDITS,
      *    GRADE POINTS AND GPA FROM THE STUDENT'S MASTER RECORD -
      *    THE AUTHORITATIVE TOTALS, WHICH ALSO COVER ANY TERMS
      *    POSTED BEFORE THE HISTORY FILE EXISTED - PLUS THE TEST
      *    SCORE WHEN ONE IS ON FILE AND ANY OPEN INCOMPLETE WITH
      *    ITS PENDING CREDITS.
      * D. THE STUDENT'S CLASS RANK WITHIN THEIR PROGRAM AND CLASS
      *    YEAR - "RANK N OF M" WITH THE PERCENTILE - FROM THE RANK
      *    FILE THE CLASS RANK RUN (PROG33) BUILDS, WHEN THE
      *    STUDENT WAS RANKED ON ITS LAST RUN.
      *
      * A STUDENT THE YEAR-END PURGE (PROG38) MOVED TO THE ARCHIVE
      * FILES STILL GETS A TRANSCRIPT - THE MASTER RECORD, ADDRESS
      * AND HISTORY ARE TAKEN FROM THE ARCHIVE FILES, AND THE
      * STUDENT LINE IS MARKED "ARCHIVED STUDENT".
      *
      * A REQUEST FOR A STUDENT ON NEITHER MASTER, A DUPLICATE
      * REQUEST, OR A REQUEST WITH A NON-NUMERIC STUDENT NUMBER
      * GETS AN EXCEPTION PAGE SAYING SO, SO EVERY REQUEST IS
      * ANSWERED ONE WAY OR THE OTHER.
               ASSIGN TO "SORTED-REQ16.DAT".
           SELECT GRADE-HISTORY-FILE
               ASSIGN TO "GRADE-HIST.DAT".
           SELECT OPTIONAL GRADE-ARCH-FILE
               ASSIGN TO "GRADE-HIST-ARCH.DAT".
           SELECT SORTED-HISTORY-FILE
               ASSIGN TO "SORTED-HIST16.DAT".
           SELECT OPTIONAL COURSE-HISTORY-FILE
               ASSIGN TO "COURSE-HIST.DAT".
           SELECT OPTIONAL COURSE-ARCH-FILE
               ASSIGN TO "COURSE-HIST-ARCH.DAT".
           SELECT SORTED-CRSHIST-FILE
               ASSIGN TO "SORTED-CRSHIST16.DAT".
           SELECT NEW-MASTER-FILE
               ASSIGN USING WS-MASTER-FILE-NAME
               ORGANIZATION IS INDEXED
               RECORD KEY IS STUD-ID-KEY-NM
               ALTERNATE RECORD KEY IS STUD-NAME-KEY-NM
                   WITH DUPLICATES.
           SELECT OPTIONAL MASTER-ARCH-FILE
               ASSIGN TO "MASTER-ARCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MA-STUD-ID-KEY.
           SELECT TRANSCRIPT-REPORT
               ASSIGN TO "PROG16_OUT.DAT".
           SELECT SORT-WORK-REQ
               ASSIGN TO "SORT-WORK16A.DAT".
           SELECT SORT-WORK-HIST
               ASSIGN TO "SORT-WORK16B.DAT".
           SELECT SORT-WORK-CRSHIST
               ASSIGN TO "SORT-WORK16C.DAT".
           SELECT OPTIONAL STU-DEMO-FILE
               ASSIGN TO "STUDEMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-STUD-ID-KEY.
           SELECT OPTIONAL DEMO-ARCH-FILE
               ASSIGN TO "STUDEMO-ARCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DA-STUD-ID-KEY.
           SELECT OPTIONAL CLASS-RANK-FILE
               ASSIGN TO "CLASS-RANK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RK-STUD-ID.
           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO "RUN-CONTROL.DAT".
      *
               DATA RECORD IS GRADE-HIST-REC-IN.
      *
       01  GRADE-HIST-REC-IN            PIC X(50).
      *
      *    THE ARCHIVED STUDENTS' GRADE HISTORY - SORTED IN WITH THE
      *    ACTIVE FILE, SO AN ARCHIVED STUDENT'S TERMS PRINT TOO.
       FD  GRADE-ARCH-FILE
               RECORD CONTAINS 50 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS GRADE-ARCH-REC-IN.
      *
       01  GRADE-ARCH-REC-IN            PIC X(50).
      *
       FD  SORTED-HISTORY-FILE
               RECORD CONTAINS 50 CHARACTERS
               DATA RECORD IS SORTED-HIST-REC.
      *
       01  SORTED-HIST-REC              PIC X(50).
      *
      *    THE COURSE-LEVEL POSTING HISTORY - READ HERE ONLY FOR
      *    THE TRANSFER CREDIT ROWS.
       FD  COURSE-HISTORY-FILE
               RECORD CONTAINS 30 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS COURSE-HIST-REC-IN.
      *
       01  COURSE-HIST-REC-IN           PIC X(30).
      *
       FD  COURSE-ARCH-FILE
               RECORD CONTAINS 30 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS COURSE-ARCH-REC-IN.
      *
       01  COURSE-ARCH-REC-IN           PIC X(30).
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
               10  STUD-LNAME-KEY-NM    PIC X(14).
               10  STUD-FNAME-KEY-NM    PIC X(10).
           05  FILLER                   PIC X(35).
      *
      *    THE ARCHIVED MASTER PROG38 WRITES - THE 70-BYTE MASTER
      *    RECORD FOLLOWED BY THE ARCHIVE DATE AND REASON. READ
      *    ONLY WHEN THE STUDENT IS NOT ON THE CURRENT GENERATION.
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
           05  MA-ARCH-REASON           PIC X(1).
           05  FILLER                   PIC X(3).
      *
       FD  TRANSCRIPT-REPORT
               RECORD CONTAINS 132 CHARACTERS
           05  DM-ENROLL-DATE           PIC X(6).
           05  FILLER                   PIC X(26).
      *
      *    THE ARCHIVED STUDENTS' DEMOGRAPHICS, IN THE STUDEMO.DAT
      *    LAYOUT - READ INTO STU-DEMO-REC.
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
      *    THE CLASS RANK FILE PROG33 REBUILDS ON EACH RANK RUN -
      *    INDEXED ON THE STUDENT NUMBER. A STUDENT WITH NO CREDITS
      *    OR NO PROGRAM CODE HAS NO RECORD AND PRINTS NO RANK.
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
           05  RK-RUN-DATE.
               10  RK-RUN-YEAR          PIC X(2).
               10  RK-RUN-MONTH         PIC X(2).
               10  RK-RUN-DAY           PIC X(2).
           05  FILLER                   PIC X(7).
      *
      *
      *    ONE-RECORD CONTROL FILE MAINTAINED BY THE NIGHTLY
      *    STREAM - READ HERE ONLY TO FIND WHICH MASTER GENERATION
           05  SR-HIST-STUD-ID          PIC X(9).
           05  SR-HIST-TERM-CODE        PIC X(6).
           05  SR-HIST-FILLER           PIC X(35).
      *
       SD  SORT-WORK-CRSHIST
             DATA RECORD IS SORT-WORK-CRSHIST-REC.
      *
       01  SORT-WORK-CRSHIST-REC.
           05  SR-CRSHIST-STUD-ID       PIC X(9).
           05  SR-CRSHIST-FILLER        PIC X(21).
      *
      *
      *
       01  WS-SWITCHES.
           05  REQ-EOF-SW               PIC X.
           05  HIST-EOF-SW              PIC X.
           05  CRSHIST-EOF-SW           PIC X.
           05  NM-FOUND-SW              PIC X.
           05  DEMO-FOUND-SW            PIC X.
           05  RANK-FOUND-SW            PIC X.
           05  ARCHIVED-SW              PIC X.
      *
       01  WS-RUN-CONTROL-AREA.
           05  WS-MASTER-FILE-NAME      PIC X(13)
           05  RUN-CUM-GPA              PIC 9V99.
           05  MASTER-CUM-GPA           PIC 9V99.
           05  WS-TERMS-PRINTED         PIC 9(3).
           05  WS-TRANSFER-PRINTED      PIC 9(3).
           05  WS-TRANSFER-CREDITS      PIC 9(3).
      *
       01  WS-REQUEST-REC.
           05  STUD-ID-RQ.
           05  GH-SEM-GPA               PIC X(4).
           05  GH-SEM-GP                PIC 9(3).
           05  FILLER                   PIC X(25).
      *
       01  WS-COURSE-HIST-REC.
           05  CH-STUD-ID               PIC X(9).
           05  CH-DEPT                  PIC X(4).
           05  CH-COURSE-NUM            PIC X(4).
           05  CH-GRADE                 PIC X(1).
           05  CH-CREDITS               PIC 9(1).
           05  CH-TERM-CODE             PIC X(6).
           05  CH-COR-IND               PIC X(1).
           05  FILLER                   PIC X(4).
      *
       01  WS-NM-REC.
           05  FILLER                   PIC X(2).
           05  LNAME-TR-OUT             PIC X(14).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FNAME-TR-OUT             PIC X(10).
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  ARCHIVED-TR-OUT          PIC X(16).
           05  FILLER                   PIC X(64) VALUE SPACES.
      *
      *    ADDRESS BLOCK UNDER THE STUDENT LINE - STREET ON ONE
      *    LINE, CITY/STATE/ZIP ON THE NEXT, SO THE TRANSCRIPT NO
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  ZIP-TR-OUT               PIC X(5).
           05  FILLER                   PIC X(99) VALUE SPACES.
      *
       01  WS-TR-LINE-04C.
           05  FILLER                   PIC X(15)
                       VALUE "TRANSFER CREDIT".
           05  FILLER                   PIC X(117) VALUE SPACES.
      *
       01  WS-TR-DL-LINE-04D.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  XFER-DEPT-TR-OUT         PIC X(4).
           05  FILLER                   PIC X VALUE SPACE.
           05  XFER-COURSE-TR-OUT       PIC X(4).
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  XFER-TERM-TR-OUT         PIC X(6).
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  XFER-CREDITS-TR-OUT      PIC 9.
           05  FILLER                   PIC X(8) VALUE " CREDITS".
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  FILLER                   PIC X(1) VALUE "T".
           05  FILLER                   PIC X(92) VALUE SPACES.
      *
       01  WS-TR-LINE-04E.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(23)
                       VALUE "TOTAL TRANSFER CREDITS:".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  XFER-TOTAL-TR-OUT        PIC ZZ9.
           05  FILLER                   PIC X(102) VALUE SPACES.
      *
       01  WS-TR-LINE-05.
           05  FILLER                   PIC X(4) VALUE "TERM".
                                        VALUE "TEST RESULT: ".
           05  TEST-RESULT-TR-OUT       PIC ZZ9.
           05  FILLER                   PIC X(116) VALUE SPACES.
      *
       01  WS-TR-LINE-08A.
           05  FILLER                   PIC X(12)
                                        VALUE "CLASS RANK: ".
           05  FILLER                   PIC X(5) VALUE "RANK ".
           05  RANK-TR-OUT              PIC Z(3)9.
           05  FILLER                   PIC X(4) VALUE " OF ".
           05  COHORT-SIZE-TR-OUT       PIC Z(3)9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  CLASS-NAME-TR-OUT        PIC X(10).
           05  FILLER                   PIC X(12)
                                        VALUE " IN PROGRAM ".
           05  PROG-CODE-TR-OUT         PIC X(3).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(11)
                                        VALUE "PERCENTILE ".
           05  PERCENTILE-TR-OUT        PIC ZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(6) VALUE "AS OF ".
           05  RANK-MONTH-TR-OUT        PIC X(2).
           05  FILLER                   PIC X VALUE "/".
           05  RANK-DAY-TR-OUT          PIC X(2).
           05  FILLER                   PIC X VALUE "/".
           05  RANK-YEAR-TR-OUT         PIC X(2).
           05  FILLER                   PIC X(44) VALUE SPACES.
      *
       01  WS-TR-LINE-09.
           05  FILLER                   PIC X(17)
           PERFORM B05-FIND-MASTER-GEN-PARA.
           PERFORM B30-SORT-REQUESTS-PARA.
           PERFORM B35-SORT-HISTORY-PARA.
           PERFORM B37-SORT-CRSHIST-PARA.
           OPEN INPUT  SORTED-REQUEST-FILE
                       SORTED-HISTORY-FILE
                       SORTED-CRSHIST-FILE
                       NEW-MASTER-FILE
                       MASTER-ARCH-FILE
                       STU-DEMO-FILE
                       DEMO-ARCH-FILE
                       CLASS-RANK-FILE
                OUTPUT TRANSCRIPT-REPORT.
           PERFORM B10-INIT-PARA.
           PERFORM B20-PROCESS-REQUEST-PARA
               UNTIL REQ-EOF-SW = "Y".
           CLOSE SORTED-REQUEST-FILE
                 SORTED-HISTORY-FILE
                 SORTED-CRSHIST-FILE
                 NEW-MASTER-FILE
                 MASTER-ARCH-FILE
                 STU-DEMO-FILE
                 DEMO-ARCH-FILE
                 CLASS-RANK-FILE
                 TRANSCRIPT-REPORT.
           STOP RUN.
      *
           MOVE WS-YEAR TO YEAR-TR-OUT.
           MOVE "N" TO REQ-EOF-SW.
           MOVE "N" TO HIST-EOF-SW.
           MOVE "N" TO CRSHIST-EOF-SW.
           MOVE LOW-VALUES TO PREV-REQ-ID.
           READ SORTED-REQUEST-FILE INTO WS-REQUEST-REC
               AT END MOVE "Y" TO REQ-EOF-SW.
           READ SORTED-HISTORY-FILE INTO WS-GRADE-HIST-REC
               AT END MOVE "Y" TO HIST-EOF-SW.
           READ SORTED-CRSHIST-FILE INTO WS-COURSE-HIST-REC
               AT END MOVE "Y" TO CRSHIST-EOF-SW.
      *
      *
       B20-PROCESS-REQUEST-PARA.
      *
      *    THE MASTER IS KEYED ON THE STUDENT NUMBER - ONE KEYED
      *    READ EITHER FETCHES THE REQUESTED STUDENT OR SAYS THERE
      *    IS NO SUCH RECORD. A STUDENT NOT ON THE CURRENT
      *    GENERATION IS LOOKED FOR ON THE ARCHIVED MASTER.
       C10-FIND-MASTER-PARA.
           MOVE "N" TO ARCHIVED-SW.
           MOVE STUD-ID-RQ TO STUD-ID-KEY-NM.
           READ NEW-MASTER-FILE INTO WS-NM-REC
               INVALID KEY
               NOT INVALID KEY
                   MOVE "Y" TO NM-FOUND-SW
           END-READ.
           IF NM-FOUND-SW = "N" THEN
               MOVE STUD-ID-RQ TO MA-STUD-ID-KEY
               READ MASTER-ARCH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MA-MASTER-IMAGE TO WS-NM-REC
                       MOVE "Y" TO NM-FOUND-SW
                       MOVE "Y" TO ARCHIVED-SW
               END-READ
           END-IF.
      *
      *
       C20-PRINT-TRANSCRIPT-PARA.
               AFTER ADVANCING 1 LINE.
           WRITE TRANSCRIPT-OUT FROM WS-TR-LINE-07
               AFTER ADVANCING 1 LINE.
           PERFORM C47-CLASS-RANK-PARA.
           IF TEST-RESULT-IND-NM = "Y" THEN
               MOVE TEST-RESULT-NM TO TEST-RESULT-TR-OUT
               WRITE TRANSCRIPT-OUT FROM WS-TR-LINE-08
                   AFTER ADVANCING 1 LINE
           END-IF.
      *
      *
      *    ONE KEYED READ OF THE CLASS RANK FILE. THE RANK IS AS OF
      *    THE LAST RANK RUN, SO ITS DATE PRINTS WITH IT.
       C47-CLASS-RANK-PARA.
           MOVE STUD-ID-RQ TO RK-STUD-ID.
           READ CLASS-RANK-FILE
               INVALID KEY
                   MOVE "N" TO RANK-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO RANK-FOUND-SW
           END-READ.
           IF RANK-FOUND-SW = "Y" THEN
               MOVE RK-RANK TO RANK-TR-OUT
               MOVE RK-COHORT-SIZE TO COHORT-SIZE-TR-OUT
               MOVE RK-CLASS-NAME TO CLASS-NAME-TR-OUT
               MOVE RK-PROG-CODE TO PROG-CODE-TR-OUT
               MOVE RK-PERCENTILE TO PERCENTILE-TR-OUT
               MOVE RK-RUN-MONTH TO RANK-MONTH-TR-OUT
               MOVE RK-RUN-DAY TO RANK-DAY-TR-OUT
               MOVE RK-RUN-YEAR TO RANK-YEAR-TR-OUT
               WRITE TRANSCRIPT-OUT FROM WS-TR-LINE-08A
                   AFTER ADVANCING 1 LINE
           END-IF.
      *
      *
       C30-TRANSCRIPT-HEADINGS-PARA.
           WRITE TRANSCRIPT-OUT FROM WS-TR-LINE-01
           MOVE STUD-ID-4-RQ TO STUD-ID-4-TR-OUT.
           MOVE LNAME-NM TO LNAME-TR-OUT.
           MOVE FNAME-NM TO FNAME-TR-OUT.
           IF ARCHIVED-SW = "Y" THEN
               MOVE "ARCHIVED STUDENT" TO ARCHIVED-TR-OUT
           ELSE
               MOVE SPACES TO ARCHIVED-TR-OUT
           END-IF.
           WRITE TRANSCRIPT-OUT FROM WS-TR-LINE-04
               AFTER ADVANCING 2 LINES.
           PERFORM C32-ADDRESS-BLOCK-PARA.
           WRITE TRANSCRIPT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM C34-TRANSFER-BLOCK-PARA.
           WRITE TRANSCRIPT-OUT FROM WS-TR-LINE-05
               AFTER ADVANCING 1 LINE.
           WRITE TRANSCRIPT-OUT FROM WS-BLANK-LINE
      *    STUDENT'S MAILING ADDRESS UNDER THE HEADING. A STUDENT
      *    WITH NO RECORD ON FILE PRINTS NO ADDRESS LINES - THE
      *    TRANSCRIPT IS STILL OFFICIAL, JUST HAND-ADDRESSED THE
      *    OLD WAY. AN ARCHIVED STUDENT'S ADDRESS IS ON THE
      *    ARCHIVED DEMOGRAPHICS.
       C32-ADDRESS-BLOCK-PARA.
           MOVE STUD-ID-RQ TO DM-STUD-ID-KEY.
           READ STU-DEMO-FILE
               NOT INVALID KEY
                   MOVE "Y" TO DEMO-FOUND-SW
           END-READ.
           IF DEMO-FOUND-SW = "N" THEN
               MOVE STUD-ID-RQ TO DA-STUD-ID-KEY
               READ DEMO-ARCH-FILE INTO STU-DEMO-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO DEMO-FOUND-SW
               END-READ
           END-IF.
           IF DEMO-FOUND-SW = "Y" THEN
               MOVE DM-STREET-ADDR TO STREET-ADDR-TR-OUT
               MOVE DM-CITY TO CITY-TR-OUT
                   AFTER ADVANCING 1 LINE
           END-IF.
      *
      *
      *    THE STUDENT'S TRANSFER CREDIT, AHEAD OF THE TERM LINES.
      *    THE SORTED COURSE HISTORY IS READ ALONGSIDE THE REQUESTS
      *    THE SAME WAY THE GRADE HISTORY IS - ROWS BELOW THE
      *    REQUESTED STUDENT READ PAST.
       C34-TRANSFER-BLOCK-PARA.
           MOVE ZERO TO WS-TRANSFER-PRINTED.
           MOVE ZERO TO WS-TRANSFER-CREDITS.
           PERFORM C36-SKIP-CRSHIST-PARA
               UNTIL CRSHIST-EOF-SW = "Y" OR
                     CH-STUD-ID IS GREATER THAN OR EQUAL TO
                         STUD-ID-RQ.
           PERFORM C38-TRANSFER-LINE-PARA
               UNTIL CRSHIST-EOF-SW = "Y" OR
                     CH-STUD-ID IS NOT EQUAL TO STUD-ID-RQ.
           IF WS-TRANSFER-PRINTED > ZERO THEN
               MOVE WS-TRANSFER-CREDITS TO XFER-TOTAL-TR-OUT
               WRITE TRANSCRIPT-OUT FROM WS-TR-LINE-04E
                   AFTER ADVANCING 1 LINE
               WRITE TRANSCRIPT-OUT FROM WS-BLANK-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
      *
      *
       C36-SKIP-CRSHIST-PARA.
           IF CH-STUD-ID < STUD-ID-RQ THEN
               READ SORTED-CRSHIST-FILE INTO WS-COURSE-HIST-REC
                   AT END MOVE "Y" TO CRSHIST-EOF-SW
               END-READ
           END-IF.
      *
      *
       C38-TRANSFER-LINE-PARA.
           IF CH-GRADE = "T" THEN
               IF WS-TRANSFER-PRINTED = ZERO THEN
                   WRITE TRANSCRIPT-OUT FROM WS-TR-LINE-04C
                       AFTER ADVANCING 1 LINE
               END-IF
               ADD 1 TO WS-TRANSFER-PRINTED
               ADD CH-CREDITS TO WS-TRANSFER-CREDITS
               MOVE CH-DEPT TO XFER-DEPT-TR-OUT
               MOVE CH-COURSE-NUM TO XFER-COURSE-TR-OUT
               MOVE CH-TERM-CODE TO XFER-TERM-TR-OUT
               MOVE CH-CREDITS TO XFER-CREDITS-TR-OUT
               WRITE TRANSCRIPT-OUT FROM WS-TR-DL-LINE-04D
                   AFTER ADVANCING 1 LINE
           END-IF.
           READ SORTED-CRSHIST-FILE INTO WS-COURSE-HIST-REC
               AT END MOVE "Y" TO CRSHIST-EOF-SW.
      *
      *
       C50-EXCEPTION-PAGE-PARA.
           WRITE TRANSCRIPT-OUT FROM WS-TR-LINE-01
       B35-SORT-HISTORY-PARA.
           SORT SORT-WORK-HIST
               ASCENDING KEY SR-HIST-STUD-ID SR-HIST-TERM-CODE
                   USING  GRADE-HISTORY-FILE GRADE-ARCH-FILE
                   GIVING SORTED-HISTORY-FILE.
      *
      *
      *    THE STUDENT'S ROWS MUST STAY IN POSTING ORDER, SO THE
      *    SORT KEEPS EQUAL KEYS IN FILE ORDER.
       B37-SORT-CRSHIST-PARA.
           SORT SORT-WORK-CRSHIST
               ASCENDING KEY SR-CRSHIST-STUD-ID
               WITH DUPLICATES IN ORDER
                   USING  COURSE-HISTORY-FILE COURSE-ARCH-FILE
                   GIVING SORTED-CRSHIST-FILE.
