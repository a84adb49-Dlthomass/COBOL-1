       IDENTIFICATION DIVISION.
      *
      *
       PROGRAM-ID.    PROG34.
      *AUTHOR.        ERIC.
      *INSTALLATION.  WSC.
      *DATE-WRITTEN.  MAY 31,2004.
      *DATE-COMPILED. MAY 31,2004.
      *SECURITY.      NONE.
      *
      *
      * MASTER CHANGE JOURNAL AUDIT LISTING. EVERY PROGRAM THAT
      * CHANGES A STUDENT'S MASTER RECORD - PROG15 MAINTENANCE,
      * THE PROG14-2 MERGE, PROG4-2'S TEST SCORE POSTING, THE
      * PROG18 LAPSE PASS AND THE PROG38 YEAR-END ARCHIVE -
      * APPENDS THE RECORD'S 70-BYTE BEFORE AND AFTER IMAGES TO
      * THE SHARED MASTER CHANGE JOURNAL. THIS PROGRAM READS A
      * SMALL REQUEST FILE FROM THE REGISTRAR AND, FOR EACH
      * REQUEST, LISTS EVERY JOURNAL ENTRY THAT MATCHES IT IN THE
      * ORDER THE CHANGES WERE MADE:
      *
      * A. A REQUEST CARRYING A STUDENT NUMBER LISTS THAT
      *    STUDENT'S CHANGES ONLY. A REQUEST CARRYING A FROM AND/OR
      *    TO DATE (YYMMDD) LISTS EVERY CHANGE MADE IN THAT RANGE -
      *    A BLANK FROM DATE MEANS FROM THE START OF THE JOURNAL
      *    AND A BLANK TO DATE MEANS UP TO TODAY. A REQUEST MAY
      *    CARRY BOTH, TO LIST ONE STUDENT'S CHANGES IN A RANGE.
      * B. EACH ENTRY PRINTS THE DATE AND TIME, THE PROGRAM THAT
      *    MADE THE CHANGE AND WHAT KIND OF CHANGE IT WAS, THEN
      *    THE RECORD BEFORE AND AFTER FIELD BY FIELD, WITH A ROW
      *    OF ASTERISKS UNDER EVERY FIELD THAT DIFFERS. AN ADD HAS
      *    NO BEFORE IMAGE AND A DROP NO AFTER IMAGE, AND THE SAME
      *    GOES FOR A REINSTATEMENT FROM THE ARCHIVE AND AN ENTRY
      *    ARCHIVING THE STUDENT. READ DOWN A STUDENT'S ENTRIES,
      *    THE AFTER IMAGES REBUILD THE STUDENT'S MASTER AS IT
      *    STOOD AFTER ANY RUN.
      * C. A LAPSE ENTRY FROM PROG18 IS A PROJECTION - PROG18 ONLY
      *    WRITES THE LAPSE TRANSACTION, SO ITS AFTER IMAGE IS
      *    WHAT THE MERGE PASS THAT POSTS THE LAPSE WILL DO. THE
      *    MERGE'S OWN ENTRY FOLLOWS IT WITH WHAT ACTUALLY HAPPENED.
      *
      * EACH REQUEST STARTS A NEW PAGE. A REQUEST WITH NEITHER A
      * STUDENT NOR A DATE, A NON-NUMERIC STUDENT NUMBER OR DATE,
      * OR A FROM DATE AFTER ITS TO DATE IS REJECTED ON A PAGE OF
      * ITS OWN, SO EVERY REQUEST IS ACCOUNTED FOR. RUN TOTALS ARE
      * PRINTED ON THE LAST PAGE.
      *
      *
      *
       ENVIRONMENT DIVISION.
      *
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT REQUEST-FILE-IN
               ASSIGN TO "AUDIT-REQ.DAT".
           SELECT OPTIONAL MASTER-JOURNAL-FILE
               ASSIGN TO "MASTER-JOURNAL.DAT".
           SELECT SORTED-JOURNAL-FILE
               ASSIGN TO "SORTED-JOURNAL34.DAT".
           SELECT AUDIT-REPORT
               ASSIGN TO "PROG34_OUT.DAT".
           SELECT SORT-WORK-FILE
               ASSIGN TO "SORT-WORK34.DAT".
      *
      *
      *
       DATA DIVISION.
      *
      *
       FILE SECTION.
      *
       FD  REQUEST-FILE-IN
               RECORD CONTAINS 30 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS REQUEST-REC-IN.
      *
       01  REQUEST-REC-IN               PIC X(30).
      *
      *    THE SHARED MASTER CHANGE JOURNAL - SEE PROG15, PROG14-2,
      *    PROG4-2 AND PROG18 FOR THE RECORD LAYOUT.
       FD  MASTER-JOURNAL-FILE
               RECORD CONTAINS 180 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS MASTER-JOURNAL-REC.
      *
       01  MASTER-JOURNAL-REC           PIC X(180).
      *
       FD  SORTED-JOURNAL-FILE
               RECORD CONTAINS 180 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SORTED-JOURNAL-REC.
      *
       01  SORTED-JOURNAL-REC           PIC X(180).
      *
       FD  AUDIT-REPORT
               RECORD CONTAINS 132 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS AUDIT-REPORT-OUT.
      *
       01  AUDIT-REPORT-OUT             PIC X(132).
      *
      *    TIME ORDER - RUN DATE, THEN TIME OF DAY. ENTRIES WRITTEN
      *    IN THE SAME HUNDREDTH OF A SECOND KEEP THE ORDER THEY
      *    WERE WRITTEN IN.
       SD  SORT-WORK-FILE
             DATA RECORD IS SORT-WORK-REC.
      *
       01  SORT-WORK-REC.
           05  SR-STUD-ID-SW            PIC X(9).
           05  SR-RUN-DATE-SW           PIC X(6).
           05  SR-RUN-TIME-SW           PIC X(8).
           05  SR-FILLER                PIC X(157).
      *
      *
      *
       WORKING-STORAGE SECTION.
      *
      *
       01  WS-SWITCHES.
           05  REQ-EOF-SW               PIC X.
           05  JRNL-EOF-SW              PIC X.
      *
       01  WS-AUDIT-COUNTS.
           05  WS-REQ-READ-CNT          PIC 9(5) VALUE ZERO.
           05  WS-REQ-REJECT-CNT        PIC 9(5) VALUE ZERO.
           05  WS-LISTED-CNT            PIC 9(5) VALUE ZERO.
           05  WS-REQ-LISTED-CNT        PIC 9(5) VALUE ZERO.
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
      *    THE SELECTION IN FORCE FOR THE CURRENT REQUEST. A BLANK
      *    FROM OR TO DATE ON THE REQUEST OPENS THAT END OF THE
      *    RANGE.
       01  WS-SELECTION-AREA.
           05  WS-SEL-FROM-DATE         PIC X(6).
           05  WS-SEL-TO-DATE           PIC X(6).
           05  WS-REQ-ERROR-MSG         PIC X(40).
      *
      *    EDITING WORK AREAS FOR THE SELECTION AND ENTRY LINES.
       01  WS-EDIT-AREA.
           05  WS-STUD-ID-W.
               10  WS-STUD-ID-3-W       PIC X(3).
               10  WS-STUD-ID-2-W       PIC X(2).
               10  WS-STUD-ID-4-W       PIC X(4).
           05  WS-STUD-ID-EDIT.
               10  WS-STUD-ID-3-E       PIC X(3).
               10  FILLER               PIC X VALUE "-".
               10  WS-STUD-ID-2-E       PIC X(2).
               10  FILLER               PIC X VALUE "-".
               10  WS-STUD-ID-4-E       PIC X(4).
           05  WS-DATE-W.
               10  WS-DATE-YY-W         PIC X(2).
               10  WS-DATE-MM-W         PIC X(2).
               10  WS-DATE-DD-W         PIC X(2).
           05  WS-DATE-EDIT.
               10  WS-DATE-MM-E         PIC X(2).
               10  FILLER               PIC X VALUE "/".
               10  WS-DATE-DD-E         PIC X(2).
               10  FILLER               PIC X VALUE "/".
               10  WS-DATE-YY-E         PIC X(2).
           05  WS-TIME-W.
               10  WS-TIME-HH-W         PIC X(2).
               10  WS-TIME-MI-W         PIC X(2).
               10  WS-TIME-SS-W         PIC X(2).
               10  FILLER               PIC X(2).
           05  WS-TIME-EDIT.
               10  WS-TIME-HH-E         PIC X(2).
               10  FILLER               PIC X VALUE ":".
               10  WS-TIME-MI-E         PIC X(2).
               10  FILLER               PIC X VALUE ":".
               10  WS-TIME-SS-E         PIC X(2).
      *
       01  WS-REQUEST-REC.
           05  AQ-STUD-ID               PIC X(9).
           05  AQ-FROM-DATE             PIC X(6).
           05  AQ-TO-DATE               PIC X(6).
           05  FILLER                   PIC X(9).
      *
       01  WS-JOURNAL-REC.
           05  JR-STUD-ID               PIC X(9).
           05  JR-RUN-DATE              PIC X(6).
           05  JR-RUN-TIME              PIC X(8).
           05  JR-STEP                  PIC X(5).
           05  JR-CHANGE-TYPE           PIC X(1).
               88  ADD-CHANGE-JR        VALUE "A".
               88  NAME-CHANGE-JR       VALUE "C".
               88  DROP-CHANGE-JR       VALUE "D".
               88  GRADE-CHANGE-JR      VALUE "G".
               88  TEST-CHANGE-JR       VALUE "T".
               88  LAPSE-CHANGE-JR      VALUE "L".
               88  ARCHIVE-CHANGE-JR    VALUE "X".
               88  REINSTATE-CHANGE-JR  VALUE "R".
           05  JR-BEFORE-IMAGE          PIC X(70).
           05  JR-AFTER-IMAGE           PIC X(70).
           05  FILLER                   PIC X(11).
      *
      *    THE BEFORE AND AFTER IMAGES, FIELD BY FIELD. EVERY
      *    FIELD IS TAKEN AS CHARACTERS SO A RECORD WRITTEN BEFORE
      *    A FIELD WAS CARVED OUT OF FILLER PRINTS WHAT IS THERE.
       01  WS-JB-REC.
           05  FILLER                   PIC X(2).
           05  STUD-ID-JB               PIC X(9).
           05  LNAME-JB                 PIC X(14).
           05  FNAME-JB                 PIC X(10).
           05  PROG-CODE-JB             PIC X(3).
           05  WITHDRAW-CNT-JB          PIC X(2).
           05  WITHDRAW-YEAR-JB         PIC X(4).
           05  GP-JB                    PIC X(3).
           05  CREDITS-JB               PIC X(3).
           05  INCOMPLETE-IND-JB        PIC X(1).
           05  PENDING-CREDITS-JB       PIC X(3).
           05  INCOMPLETE-DEPT-JB       PIC X(4).
           05  INCOMPLETE-COURSE-JB     PIC X(4).
           05  TEST-RESULT-IND-JB       PIC X(1).
           05  TEST-RESULT-JB           PIC X(3).
           05  INCOMPLETE-DUE-JB        PIC X(4).
      *
       01  WS-JA-REC.
           05  FILLER                   PIC X(2).
           05  STUD-ID-JA               PIC X(9).
           05  LNAME-JA                 PIC X(14).
           05  FNAME-JA                 PIC X(10).
           05  PROG-CODE-JA             PIC X(3).
           05  WITHDRAW-CNT-JA          PIC X(2).
           05  WITHDRAW-YEAR-JA         PIC X(4).
           05  GP-JA                    PIC X(3).
           05  CREDITS-JA               PIC X(3).
           05  INCOMPLETE-IND-JA        PIC X(1).
           05  PENDING-CREDITS-JA       PIC X(3).
           05  INCOMPLETE-DEPT-JA       PIC X(4).
           05  INCOMPLETE-COURSE-JA     PIC X(4).
           05  TEST-RESULT-IND-JA       PIC X(1).
           05  TEST-RESULT-JA           PIC X(3).
           05  INCOMPLETE-DUE-JA        PIC X(4).
      *
       01  WS-AJ-LINE-01.
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
       01  WS-AJ-LINE-02.
           05  FILLER                   PIC X(22) VALUE SPACES.
           05  FILLER                   PIC X(6) VALUE "MASTER".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(6) VALUE "CHANGE".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(7) VALUE "JOURNAL".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(5) VALUE "AUDIT".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(7) VALUE "LISTING".
           05  FILLER                   PIC X(75) VALUE SPACES.
      *
       01  WS-AJ-LINE-03.
           05  FILLER                   PIC X(6) VALUE "DATE: ".
           05  RUN-DATE-AJ-OUT.
               10  MONTH-AJ-OUT         PIC X(2).
               10  FILLER               PIC X VALUE "/".
               10  DAY-AJ-OUT           PIC X(2).
               10  FILLER               PIC X VALUE "/".
               10  YEAR-AJ-OUT          PIC X(2).
           05  FILLER                   PIC X(118) VALUE SPACES.
      *
       01  WS-AJ-SEL-LINE.
           05  FILLER                   PIC X(11) VALUE "SELECTION: ".
           05  FILLER                   PIC X(9) VALUE "STUDENT: ".
           05  SEL-STUD-AJ-OUT          PIC X(11).
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  FILLER                   PIC X(6) VALUE "FROM: ".
           05  SEL-FROM-AJ-OUT          PIC X(8).
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  FILLER                   PIC X(4) VALUE "TO: ".
           05  SEL-TO-AJ-OUT            PIC X(8).
           05  FILLER                   PIC X(69) VALUE SPACES.
      *
       01  WS-AJ-LINE-04.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(4) VALUE "LAST".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(4) VALUE "NAME".
           05  FILLER                   PIC X(7) VALUE SPACES.
           05  FILLER                   PIC X(5) VALUE "FIRST".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(4) VALUE "NAME".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(3) VALUE "PRG".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(2) VALUE "WD".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(4) VALUE "WDYR".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(3) VALUE "GP.".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(3) VALUE "CRD".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(1) VALUE "I".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(3) VALUE "PND".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(4) VALUE "IDPT".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(4) VALUE "ICRS".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(1) VALUE "T".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(3) VALUE "SCR".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(4) VALUE "IDUE".
           05  FILLER                   PIC X(37) VALUE SPACES.
      *
      *    ONE LINE PER JOURNAL ENTRY, AHEAD OF ITS IMAGES.
       01  WS-AJ-ENTRY-LINE.
           05  ENTRY-DATE-AJ-OUT        PIC X(8).
           05  FILLER                   PIC X VALUE SPACE.
           05  ENTRY-TIME-AJ-OUT        PIC X(8).
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  FILLER                   PIC X(9) VALUE "STUDENT: ".
           05  ENTRY-STUD-AJ-OUT        PIC X(11).
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  FILLER                   PIC X(9) VALUE "PROGRAM: ".
           05  FILLER                   PIC X(4) VALUE "PROG".
           05  ENTRY-STEP-AJ-OUT        PIC X(5).
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  FILLER                   PIC X(8) VALUE "CHANGE: ".
           05  ENTRY-TYPE-AJ-OUT        PIC X(30).
           05  FILLER                   PIC X(30) VALUE SPACES.
      *
      *    ONE RECORD IMAGE - BEFORE OR AFTER - AND, IN THE SAME
      *    COLUMNS, THE ROW OF ASTERISKS MARKING FIELDS THAT
      *    DIFFER.
       01  WS-AJ-IMAGE-LINE.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  IMAGE-TAG-AJ             PIC X(7).
           05  FILLER                   PIC X VALUE SPACE.
           05  LNAME-AJ                 PIC X(14).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FNAME-AJ                 PIC X(10).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  PROG-CODE-AJ             PIC X(3).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WITHDRAW-CNT-AJ          PIC X(2).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WITHDRAW-YEAR-AJ         PIC X(4).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  GP-AJ                    PIC X(3).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  CREDITS-AJ               PIC X(3).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  INCOMPLETE-IND-AJ        PIC X(1).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  PENDING-CREDITS-AJ       PIC X(3).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  INCOMPLETE-DEPT-AJ       PIC X(4).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  INCOMPLETE-COURSE-AJ     PIC X(4).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  TEST-RESULT-IND-AJ       PIC X(1).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  TEST-RESULT-AJ           PIC X(3).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  INCOMPLETE-DUE-AJ        PIC X(4).
           05  FILLER                   PIC X(37) VALUE SPACES.
      *
       01  WS-AJ-MSG-LINE.
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  MSG-AJ-OUT               PIC X(60).
           05  FILLER                   PIC X(66) VALUE SPACES.
      *
       01  WS-AJ-TOT-LINE.
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  AJ-TOT-LABEL-OUT         PIC X(22).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  AJ-TOT-COUNT-OUT         PIC ZZZZ9.
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
           PERFORM B10-INIT-PARA.
           PERFORM B20-SORT-PARA.
           OPEN INPUT  REQUEST-FILE-IN
                OUTPUT AUDIT-REPORT.
           MOVE "N" TO REQ-EOF-SW.
           READ REQUEST-FILE-IN INTO WS-REQUEST-REC
               AT END MOVE "Y" TO REQ-EOF-SW.
           PERFORM B30-REQUEST-PARA
               UNTIL REQ-EOF-SW = "Y".
           PERFORM C60-TOTALS-PARA.
           CLOSE REQUEST-FILE-IN
                 AUDIT-REPORT.
           STOP RUN.
      *
      *
       B10-INIT-PARA.
           ACCEPT DATE-ACCEPT FROM DATE.
           MOVE WS-MONTH TO MONTH-AJ-OUT.
           MOVE WS-DAY TO DAY-AJ-OUT.
           MOVE WS-YEAR TO YEAR-AJ-OUT.
      *
      *
       B20-SORT-PARA.
           SORT SORT-WORK-FILE
               ASCENDING KEY SR-RUN-DATE-SW SR-RUN-TIME-SW
               WITH DUPLICATES IN ORDER
                   USING  MASTER-JOURNAL-FILE
                   GIVING SORTED-JOURNAL-FILE.
      *
      *
      *    ONE REQUEST - EDIT IT, THEN EITHER LIST ITS ENTRIES OR
      *    PRINT THE REASON IT WAS REJECTED.
       B30-REQUEST-PARA.
           ADD 1 TO WS-REQ-READ-CNT.
           PERFORM B32-EDIT-REQUEST-PARA.
           IF WS-REQ-ERROR-MSG IS NOT EQUAL TO SPACES THEN
               ADD 1 TO WS-REQ-REJECT-CNT
               PERFORM C50-REJECT-PARA
           ELSE
               PERFORM B40-SCAN-JOURNAL-PARA
           END-IF.
           READ REQUEST-FILE-IN INTO WS-REQUEST-REC
               AT END MOVE "Y" TO REQ-EOF-SW.
      *
      *
      *    A BLANK FROM DATE SELECTS FROM THE FIRST ENTRY ON THE
      *    JOURNAL, A BLANK TO DATE UP TO THE LAST.
       B32-EDIT-REQUEST-PARA.
           MOVE SPACES TO WS-REQ-ERROR-MSG.
           EVALUATE TRUE
               WHEN AQ-STUD-ID = SPACES AND AQ-FROM-DATE = SPACES
               AND AQ-TO-DATE = SPACES
                   MOVE "NO STUDENT NUMBER OR DATE RANGE GIVEN" TO
                       WS-REQ-ERROR-MSG
               WHEN AQ-STUD-ID IS NOT EQUAL TO SPACES
               AND AQ-STUD-ID IS NOT NUMERIC
                   MOVE "STUDENT NUMBER NOT NUMERIC" TO
                       WS-REQ-ERROR-MSG
               WHEN AQ-FROM-DATE IS NOT EQUAL TO SPACES
               AND AQ-FROM-DATE IS NOT NUMERIC
                   MOVE "FROM DATE NOT NUMERIC (YYMMDD)" TO
                       WS-REQ-ERROR-MSG
               WHEN AQ-TO-DATE IS NOT EQUAL TO SPACES
               AND AQ-TO-DATE IS NOT NUMERIC
                   MOVE "TO DATE NOT NUMERIC (YYMMDD)" TO
                       WS-REQ-ERROR-MSG
               WHEN AQ-FROM-DATE IS NOT EQUAL TO SPACES
               AND AQ-TO-DATE IS NOT EQUAL TO SPACES
               AND AQ-FROM-DATE > AQ-TO-DATE
                   MOVE "FROM DATE IS AFTER TO DATE" TO
                       WS-REQ-ERROR-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE LOW-VALUES TO WS-SEL-FROM-DATE.
           MOVE HIGH-VALUES TO WS-SEL-TO-DATE.
           IF AQ-FROM-DATE IS NOT EQUAL TO SPACES THEN
               MOVE AQ-FROM-DATE TO WS-SEL-FROM-DATE
           END-IF.
           IF AQ-TO-DATE IS NOT EQUAL TO SPACES THEN
               MOVE AQ-TO-DATE TO WS-SEL-TO-DATE
           END-IF.
      *
      *
      *    ONE PASS OF THE SORTED JOURNAL FOR ONE REQUEST. THE
      *    JOURNAL IS IN TIME ORDER, SO THE ENTRIES COME OUT THAT
      *    WAY FOR A STUDENT AND FOR A RANGE ALIKE.
       B40-SCAN-JOURNAL-PARA.
           MOVE ZERO TO WS-REQ-LISTED-CNT.
           PERFORM C12-SELECTION-LINE-PARA.
           PERFORM C10-PAGE-HEADINGS-PARA.
           OPEN INPUT SORTED-JOURNAL-FILE.
           MOVE "N" TO JRNL-EOF-SW.
           READ SORTED-JOURNAL-FILE INTO WS-JOURNAL-REC
               AT END MOVE "Y" TO JRNL-EOF-SW.
           PERFORM B42-JOURNAL-ENTRY-PARA
               UNTIL JRNL-EOF-SW = "Y".
           CLOSE SORTED-JOURNAL-FILE.
           WRITE AUDIT-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-REQ-LISTED-CNT = ZERO THEN
               MOVE "NO JOURNAL ENTRIES MATCH THIS SELECTION" TO
                   MSG-AJ-OUT
               WRITE AUDIT-REPORT-OUT FROM WS-AJ-MSG-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE "ENTRIES LISTED:       " TO AJ-TOT-LABEL-OUT
               MOVE WS-REQ-LISTED-CNT TO AJ-TOT-COUNT-OUT
               WRITE AUDIT-REPORT-OUT FROM WS-AJ-TOT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
      *
      *
       B42-JOURNAL-ENTRY-PARA.
           IF (AQ-STUD-ID = SPACES OR JR-STUD-ID = AQ-STUD-ID)
           AND JR-RUN-DATE IS NOT LESS THAN WS-SEL-FROM-DATE
           AND JR-RUN-DATE IS NOT GREATER THAN WS-SEL-TO-DATE THEN
               ADD 1 TO WS-REQ-LISTED-CNT
               ADD 1 TO WS-LISTED-CNT
               PERFORM C30-ENTRY-PARA
           END-IF.
           READ SORTED-JOURNAL-FILE INTO WS-JOURNAL-REC
               AT END MOVE "Y" TO JRNL-EOF-SW.
      *
      *
       C10-PAGE-HEADINGS-PARA.
           WRITE AUDIT-REPORT-OUT FROM WS-AJ-LINE-01
               AFTER ADVANCING PAGE.
           WRITE AUDIT-REPORT-OUT FROM WS-AJ-LINE-02
               AFTER ADVANCING 2 LINES.
           WRITE AUDIT-REPORT-OUT FROM WS-AJ-LINE-03
               AFTER ADVANCING 2 LINES.
           WRITE AUDIT-REPORT-OUT FROM WS-AJ-SEL-LINE
               AFTER ADVANCING 2 LINES.
           WRITE AUDIT-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE AUDIT-REPORT-OUT FROM WS-AJ-LINE-04
               AFTER ADVANCING 1 LINE.
           MOVE 10 TO WS-LINES-USED.
      *
      *
      *    THE SELECTION AS IT WILL BE PRINTED AT THE HEAD OF EACH
      *    PAGE OF THE REQUEST - AN OPEN END SHOWS AS SUCH.
       C12-SELECTION-LINE-PARA.
           IF AQ-STUD-ID = SPACES THEN
               MOVE "ALL" TO SEL-STUD-AJ-OUT
           ELSE
               MOVE AQ-STUD-ID TO WS-STUD-ID-W
               PERFORM C14-EDIT-STUD-ID-PARA
               MOVE WS-STUD-ID-EDIT TO SEL-STUD-AJ-OUT
           END-IF.
           IF AQ-FROM-DATE = SPACES THEN
               MOVE "FIRST" TO SEL-FROM-AJ-OUT
           ELSE
               MOVE AQ-FROM-DATE TO WS-DATE-W
               PERFORM C16-EDIT-DATE-PARA
               MOVE WS-DATE-EDIT TO SEL-FROM-AJ-OUT
           END-IF.
           IF AQ-TO-DATE = SPACES THEN
               MOVE "LATEST" TO SEL-TO-AJ-OUT
           ELSE
               MOVE AQ-TO-DATE TO WS-DATE-W
               PERFORM C16-EDIT-DATE-PARA
               MOVE WS-DATE-EDIT TO SEL-TO-AJ-OUT
           END-IF.
      *
      *
       C14-EDIT-STUD-ID-PARA.
           MOVE WS-STUD-ID-3-W TO WS-STUD-ID-3-E.
           MOVE WS-STUD-ID-2-W TO WS-STUD-ID-2-E.
           MOVE WS-STUD-ID-4-W TO WS-STUD-ID-4-E.
      *
      *
       C16-EDIT-DATE-PARA.
           MOVE WS-DATE-MM-W TO WS-DATE-MM-E.
           MOVE WS-DATE-DD-W TO WS-DATE-DD-E.
           MOVE WS-DATE-YY-W TO WS-DATE-YY-E.
      *
      *
      *    ONE JOURNAL ENTRY - THE ENTRY LINE, THEN WHICHEVER OF
      *    THE BEFORE AND AFTER IMAGES IT CARRIES, THEN THE MARKS
      *    UNDER THE FIELDS THAT CHANGED. AN ENTRY IS NEVER SPLIT
      *    ACROSS A PAGE.
       C30-ENTRY-PARA.
           IF WS-LINES-USED > 52 THEN
               PERFORM C10-PAGE-HEADINGS-PARA
           END-IF.
           MOVE JR-RUN-DATE TO WS-DATE-W.
           PERFORM C16-EDIT-DATE-PARA.
           MOVE WS-DATE-EDIT TO ENTRY-DATE-AJ-OUT.
           MOVE JR-RUN-TIME TO WS-TIME-W.
           MOVE WS-TIME-HH-W TO WS-TIME-HH-E.
           MOVE WS-TIME-MI-W TO WS-TIME-MI-E.
           MOVE WS-TIME-SS-W TO WS-TIME-SS-E.
           MOVE WS-TIME-EDIT TO ENTRY-TIME-AJ-OUT.
           MOVE JR-STUD-ID TO WS-STUD-ID-W.
           PERFORM C14-EDIT-STUD-ID-PARA.
           MOVE WS-STUD-ID-EDIT TO ENTRY-STUD-AJ-OUT.
           MOVE JR-STEP TO ENTRY-STEP-AJ-OUT.
           EVALUATE TRUE
               WHEN ADD-CHANGE-JR
                   MOVE "ADDED" TO ENTRY-TYPE-AJ-OUT
               WHEN NAME-CHANGE-JR
                   MOVE "NAME/PROGRAM CHANGE" TO ENTRY-TYPE-AJ-OUT
               WHEN DROP-CHANGE-JR
                   MOVE "DROPPED" TO ENTRY-TYPE-AJ-OUT
               WHEN GRADE-CHANGE-JR
                   MOVE "GRADES POSTED" TO ENTRY-TYPE-AJ-OUT
               WHEN TEST-CHANGE-JR
                   MOVE "TEST SCORE POSTED" TO ENTRY-TYPE-AJ-OUT
               WHEN LAPSE-CHANGE-JR
                   MOVE "INCOMPLETE LAPSE (PROJECTED)" TO
                       ENTRY-TYPE-AJ-OUT
               WHEN ARCHIVE-CHANGE-JR
                   MOVE "ARCHIVED (YEAR-END PURGE)" TO
                       ENTRY-TYPE-AJ-OUT
               WHEN REINSTATE-CHANGE-JR
                   MOVE "REINSTATED FROM ARCHIVE" TO ENTRY-TYPE-AJ-OUT
               WHEN OTHER
                   MOVE SPACES TO ENTRY-TYPE-AJ-OUT
                   MOVE JR-CHANGE-TYPE TO ENTRY-TYPE-AJ-OUT
           END-EVALUATE.
           WRITE AUDIT-REPORT-OUT FROM WS-AJ-ENTRY-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINES-USED.
           MOVE JR-BEFORE-IMAGE TO WS-JB-REC.
           MOVE JR-AFTER-IMAGE TO WS-JA-REC.
           IF JR-BEFORE-IMAGE IS NOT EQUAL TO SPACES THEN
               PERFORM C32-BEFORE-LINE-PARA
           END-IF.
           IF JR-AFTER-IMAGE IS NOT EQUAL TO SPACES THEN
               PERFORM C34-AFTER-LINE-PARA
           END-IF.
           IF JR-BEFORE-IMAGE IS NOT EQUAL TO SPACES
           AND JR-AFTER-IMAGE IS NOT EQUAL TO SPACES THEN
               PERFORM C36-MARK-LINE-PARA
           END-IF.
      *
      *
       C32-BEFORE-LINE-PARA.
           MOVE "BEFORE" TO IMAGE-TAG-AJ.
           MOVE LNAME-JB TO LNAME-AJ.
           MOVE FNAME-JB TO FNAME-AJ.
           MOVE PROG-CODE-JB TO PROG-CODE-AJ.
           MOVE WITHDRAW-CNT-JB TO WITHDRAW-CNT-AJ.
           MOVE WITHDRAW-YEAR-JB TO WITHDRAW-YEAR-AJ.
           MOVE GP-JB TO GP-AJ.
           MOVE CREDITS-JB TO CREDITS-AJ.
           MOVE INCOMPLETE-IND-JB TO INCOMPLETE-IND-AJ.
           MOVE PENDING-CREDITS-JB TO PENDING-CREDITS-AJ.
           MOVE INCOMPLETE-DEPT-JB TO INCOMPLETE-DEPT-AJ.
           MOVE INCOMPLETE-COURSE-JB TO INCOMPLETE-COURSE-AJ.
           MOVE TEST-RESULT-IND-JB TO TEST-RESULT-IND-AJ.
           MOVE TEST-RESULT-JB TO TEST-RESULT-AJ.
           MOVE INCOMPLETE-DUE-JB TO INCOMPLETE-DUE-AJ.
           WRITE AUDIT-REPORT-OUT FROM WS-AJ-IMAGE-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-USED.
      *
      *
       C34-AFTER-LINE-PARA.
           MOVE "AFTER" TO IMAGE-TAG-AJ.
           MOVE LNAME-JA TO LNAME-AJ.
           MOVE FNAME-JA TO FNAME-AJ.
           MOVE PROG-CODE-JA TO PROG-CODE-AJ.
           MOVE WITHDRAW-CNT-JA TO WITHDRAW-CNT-AJ.
           MOVE WITHDRAW-YEAR-JA TO WITHDRAW-YEAR-AJ.
           MOVE GP-JA TO GP-AJ.
           MOVE CREDITS-JA TO CREDITS-AJ.
           MOVE INCOMPLETE-IND-JA TO INCOMPLETE-IND-AJ.
           MOVE PENDING-CREDITS-JA TO PENDING-CREDITS-AJ.
           MOVE INCOMPLETE-DEPT-JA TO INCOMPLETE-DEPT-AJ.
           MOVE INCOMPLETE-COURSE-JA TO INCOMPLETE-COURSE-AJ.
           MOVE TEST-RESULT-IND-JA TO TEST-RESULT-IND-AJ.
           MOVE TEST-RESULT-JA TO TEST-RESULT-AJ.
           MOVE INCOMPLETE-DUE-JA TO INCOMPLETE-DUE-AJ.
           WRITE AUDIT-REPORT-OUT FROM WS-AJ-IMAGE-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-USED.
      *
      *
      *    A ROW OF ASTERISKS UNDER EVERY FIELD WHOSE BEFORE AND
      *    AFTER VALUES DIFFER.
       C36-MARK-LINE-PARA.
           MOVE SPACES TO WS-AJ-IMAGE-LINE.
           MOVE "CHANGED" TO IMAGE-TAG-AJ.
           IF LNAME-JB IS NOT EQUAL TO LNAME-JA THEN
               MOVE ALL "*" TO LNAME-AJ
           END-IF.
           IF FNAME-JB IS NOT EQUAL TO FNAME-JA THEN
               MOVE ALL "*" TO FNAME-AJ
           END-IF.
           IF PROG-CODE-JB IS NOT EQUAL TO PROG-CODE-JA THEN
               MOVE ALL "*" TO PROG-CODE-AJ
           END-IF.
           IF WITHDRAW-CNT-JB IS NOT EQUAL TO WITHDRAW-CNT-JA THEN
               MOVE ALL "*" TO WITHDRAW-CNT-AJ
           END-IF.
           IF WITHDRAW-YEAR-JB IS NOT EQUAL TO WITHDRAW-YEAR-JA THEN
               MOVE ALL "*" TO WITHDRAW-YEAR-AJ
           END-IF.
           IF GP-JB IS NOT EQUAL TO GP-JA THEN
               MOVE ALL "*" TO GP-AJ
           END-IF.
           IF CREDITS-JB IS NOT EQUAL TO CREDITS-JA THEN
               MOVE ALL "*" TO CREDITS-AJ
           END-IF.
           IF INCOMPLETE-IND-JB IS NOT EQUAL TO INCOMPLETE-IND-JA
               THEN
               MOVE ALL "*" TO INCOMPLETE-IND-AJ
           END-IF.
           IF PENDING-CREDITS-JB IS NOT EQUAL TO PENDING-CREDITS-JA
               THEN
               MOVE ALL "*" TO PENDING-CREDITS-AJ
           END-IF.
           IF INCOMPLETE-DEPT-JB IS NOT EQUAL TO INCOMPLETE-DEPT-JA
               THEN
               MOVE ALL "*" TO INCOMPLETE-DEPT-AJ
           END-IF.
           IF INCOMPLETE-COURSE-JB IS NOT EQUAL TO
               INCOMPLETE-COURSE-JA THEN
               MOVE ALL "*" TO INCOMPLETE-COURSE-AJ
           END-IF.
           IF TEST-RESULT-IND-JB IS NOT EQUAL TO TEST-RESULT-IND-JA
               THEN
               MOVE ALL "*" TO TEST-RESULT-IND-AJ
           END-IF.
           IF TEST-RESULT-JB IS NOT EQUAL TO TEST-RESULT-JA THEN
               MOVE ALL "*" TO TEST-RESULT-AJ
           END-IF.
           IF INCOMPLETE-DUE-JB IS NOT EQUAL TO INCOMPLETE-DUE-JA
               THEN
               MOVE ALL "*" TO INCOMPLETE-DUE-AJ
           END-IF.
           WRITE AUDIT-REPORT-OUT FROM WS-AJ-IMAGE-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-USED.
      *
      *
      *    A REJECTED REQUEST GETS A PAGE OF ITS OWN, SHOWING THE
      *    REQUEST AS KEYED AND WHY IT WAS NOT RUN.
       C50-REJECT-PARA.
           MOVE AQ-STUD-ID TO SEL-STUD-AJ-OUT.
           MOVE AQ-FROM-DATE TO SEL-FROM-AJ-OUT.
           MOVE AQ-TO-DATE TO SEL-TO-AJ-OUT.
           PERFORM C10-PAGE-HEADINGS-PARA.
           MOVE SPACES TO MSG-AJ-OUT.
           MOVE "REQUEST REJECTED - " TO MSG-AJ-OUT(1:19).
           MOVE WS-REQ-ERROR-MSG TO MSG-AJ-OUT(20:40).
           WRITE AUDIT-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE AUDIT-REPORT-OUT FROM WS-AJ-MSG-LINE
               AFTER ADVANCING 1 LINE.
      *
      *
      *    REQUESTS READ = REQUESTS LISTED + REQUESTS REJECTED.
       C60-TOTALS-PARA.
           WRITE AUDIT-REPORT-OUT FROM WS-AJ-LINE-01
               AFTER ADVANCING PAGE.
           WRITE AUDIT-REPORT-OUT FROM WS-AJ-LINE-02
               AFTER ADVANCING 2 LINES.
           WRITE AUDIT-REPORT-OUT FROM WS-AJ-LINE-03
               AFTER ADVANCING 2 LINES.
           WRITE AUDIT-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "REQUESTS READ:        " TO AJ-TOT-LABEL-OUT.
           MOVE WS-REQ-READ-CNT TO AJ-TOT-COUNT-OUT.
           WRITE AUDIT-REPORT-OUT FROM WS-AJ-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "REQUESTS REJECTED:    " TO AJ-TOT-LABEL-OUT.
           MOVE WS-REQ-REJECT-CNT TO AJ-TOT-COUNT-OUT.
           WRITE AUDIT-REPORT-OUT FROM WS-AJ-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "ENTRIES LISTED:       " TO AJ-TOT-LABEL-OUT.
           MOVE WS-LISTED-CNT TO AJ-TOT-COUNT-OUT.
           WRITE AUDIT-REPORT-OUT FROM WS-AJ-TOT-LINE
               AFTER ADVANCING 1 LINE.
