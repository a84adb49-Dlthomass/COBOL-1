      * K KEPT THE EXISTING BETTER SCORE), AND EVERY REPLACE OR
      * KEEP IS LISTED IN ITS OWN SECTION AT THE END OF THE
      * UNMATCHED-RESULTS REPORT SO THE TESTING OFFICE CAN SEE
      * EXACTLY WHAT HAPPENED TO EACH RESUBMISSION. EVERY SCORE
      * THAT IS ACTUALLY REWRITTEN ONTO THE MASTER IS ALSO APPENDED
      * TO THE SHARED MASTER CHANGE JOURNAL WITH THE STUDENT'S
      * RECORD BEFORE AND AFTER THE REWRITE.
      *
      *
      *
               ASSIGN TO "TEST-HIST.DAT".
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO "RUN-LOG.DAT".
           SELECT OPTIONAL MASTER-JOURNAL-FILE
               ASSIGN TO "MASTER-JOURNAL.DAT".
      *
      *
      *
           05  RL-REJECTS                 PIC 9(7).
           05  FILLER                     PIC X(6).
      *
      *    SHARED BEFORE/AFTER JOURNAL OF EVERY CHANGE MADE TO A
      *    STUDENT'S MASTER RECORD - PROG15, PROG14-2, PROG4-2 AND
      *    PROG18 ALL APPEND TO IT AND NONE EVER REBUILDS IT.
      *    PROG34 LISTS IT BY STUDENT OR BY DATE RANGE. THE SELECT
      *    IS OPTIONAL SO THE FIRST STEP TO RUN CREATES IT.
       FD  MASTER-JOURNAL-FILE
               RECORD CONTAINS 180 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS MASTER-JOURNAL-REC.
      *
       01  MASTER-JOURNAL-REC.
           05  MJ-STUD-ID                 PIC X(9).
           05  MJ-RUN-DATE                PIC X(6).
           05  MJ-RUN-TIME                PIC X(8).
      *    STEP NAME AS IT APPEARS ON THE RUN LOG.
           05  MJ-STEP                    PIC X(5).
      *    A = ADD, C = NAME/PROGRAM CHANGE, D = DROP, G = GRADES
      *    POSTED, T = TEST SCORE POSTED, L = INCOMPLETE LAPSE
      *    (PROJECTED BY PROG18 AHEAD OF ITS MERGE PASS).
           05  MJ-CHANGE-TYPE             PIC X(1).
           05  MJ-BEFORE-IMAGE            PIC X(70).
           05  MJ-AFTER-IMAGE             PIC X(70).
           05  FILLER                     PIC X(11).
      *
      *
      *
       WORKING-STORAGE SECTION.
           05  WS-TIME-ACCEPT             PIC X(8).
           05  WS-STEP-START-TIME         PIC X(6).
      *
      *    THE STUDENT'S RECORD AS READ, HELD FOR THE JOURNAL'S
      *    BEFORE IMAGE WHILE THE SCORE IS MOVED INTO WS-NM-REC.
       01  WS-JOURNAL-BEFORE              PIC X(70).
      *
      *    EVERY SCORE THAT REPLACED OR WAS BEATEN BY AN EXISTING
      *    ONE THIS RUN IS SAVED HERE SO THE WHOLE SET CAN BE
      *    LISTED TOGETHER IN ITS OWN SECTION AT THE END OF THE
           PERFORM B14-LOAD-ALIAS-PARA.
           OPEN OUTPUT SUSPENSE-NEW-FILE
                       UNMATCHED-REPORT.
           OPEN EXTEND TEST-HIST-FILE
                       MASTER-JOURNAL-FILE.
           PERFORM B16-REPORT-HEADINGS-PARA.
      *    THE BATCH CONTROL RECORD IS READ BEFORE THE SUSPENSE
      *    RETRY SO THE BATCH DATE IS ON HAND TO STAMP EVERY TEST
                 NEW-MASTER-FILE
                 SUSPENSE-NEW-FILE
                 TEST-HIST-FILE
                 MASTER-JOURNAL-FILE
                 UNMATCHED-REPORT.
           PERFORM B50-ROLL-SUSPENSE-PARA.
           PERFORM C90-RUN-CONTROL-UPDATE-PARA.
                           MOVE "P" TO TH-DISP-CD
                           MOVE ZERO TO WS-OLD-SCORE
                       END-IF
                       MOVE WS-NM-REC TO WS-JOURNAL-BEFORE
                       MOVE "Y" TO TEST-RESULT-IND-NM
                       MOVE TR-CORRECT-ANS-IN-9 TO TEST-RESULT-NM
                       MOVE WS-NM-REC TO NEW-MASTER-REC-IN
                           NOT INVALID KEY
                               MOVE "YES" TO WS-POSTED-SWITCH
                               PERFORM B32-WRITE-TEST-HIST-PARA
                               PERFORM B36-JOURNAL-PARA
                               IF TH-DISP-CD = "R" THEN
                                   ADD 1 TO WS-REPLACED-CNT
                                   PERFORM B34-SAVE-OVERRIDE-PARA
           MOVE WS-BATCH-DATE TO TH-BATCH-DATE.
           WRITE TEST-HIST-REC.
      *
      *
      *    ONE MASTER CHANGE JOURNAL ENTRY FOR A SCORE THAT WAS
      *    REWRITTEN ONTO THE MASTER. A KEPT (LOWER) RETAKE DOES
      *    NOT CHANGE THE RECORD, SO IT IS NOT JOURNALED - THE
      *    TEST HISTORY FILE ALREADY TRACES IT.
       B36-JOURNAL-PARA.
           MOVE SPACES TO MASTER-JOURNAL-REC.
           MOVE STUD-ID-NM TO MJ-STUD-ID.
           MOVE DATE-ACCEPT TO MJ-RUN-DATE.
           ACCEPT MJ-RUN-TIME FROM TIME.
           MOVE "4-2  " TO MJ-STEP.
           MOVE "T" TO MJ-CHANGE-TYPE.
           MOVE WS-JOURNAL-BEFORE TO MJ-BEFORE-IMAGE.
           MOVE WS-NM-REC TO MJ-AFTER-IMAGE.
           WRITE MASTER-JOURNAL-REC.
      *
      *
       B34-SAVE-OVERRIDE-PARA.
           IF WS-OVR-ENTRY-CNT < 200 THEN
