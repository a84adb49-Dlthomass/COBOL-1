      * POSTED - NEVER TWO TERMS MASHED INTO ONE RECORD STAMPED
      * WITH WHICHEVER TERM CODE CAME LAST.
      *
      * EVERY STUDENT WHOSE MASTER RECORD THE MERGE CHANGES IS
      * APPENDED TO THE SHARED MASTER CHANGE JOURNAL WITH THE
      * RECORD AS READ AND THE RECORD AS WRITTEN, SO PROG34 CAN
      * SHOW WHICH NIGHT MOVED A CREDIT TOTAL AND FROM WHAT.
      *
      * WRITE EACH UNMATCHED TRANSACTION RECORD TO AN ERROR LOG FILE.
      *
      * PRINT A COURSE REPORT FOR EACH STUDENT, USING DATA FROM
               FILE STATUS IS WS-CKPT-FILE-STATUS.
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO "RUN-LOG.DAT".
           SELECT OPTIONAL MASTER-JOURNAL-FILE
               ASSIGN TO "MASTER-JOURNAL.DAT".
      *
      *
      *
           05  RL-REJECTS               PIC 9(7).
           05  FILLER                   PIC X(6).
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
           05  MJ-STUD-ID               PIC X(9).
           05  MJ-RUN-DATE              PIC X(6).
           05  MJ-RUN-TIME              PIC X(8).
      *    STEP NAME AS IT APPEARS ON THE RUN LOG.
           05  MJ-STEP                  PIC X(5).
      *    A = ADD, C = NAME/PROGRAM CHANGE, D = DROP, G = GRADES
      *    POSTED, T = TEST SCORE POSTED, L = INCOMPLETE LAPSE
      *    (PROJECTED BY PROG18 AHEAD OF ITS MERGE PASS).
           05  MJ-CHANGE-TYPE           PIC X(1).
           05  MJ-BEFORE-IMAGE          PIC X(70).
           05  MJ-AFTER-IMAGE           PIC X(70).
           05  FILLER                   PIC X(11).
      *
      *
      *
       WORKING-STORAGE SECTION.
       01  WS-HOLD-AREA.
           05  MASTER-HOLD              PIC X(9).
           05  TRANS-HOLD               PIC X(9).
      *    THE MASTER RECORD AS READ - THE -SM FIELDS ARE WORKED
      *    ON IN PLACE AS TRANSACTIONS POST, SO THE JOURNAL'S
      *    BEFORE IMAGE IS KEPT HERE UNTIL THE STUDENT BREAK.
           05  WS-JOURNAL-BEFORE        PIC X(70).
      *
       01  WS-PAGE-LAYOUT.
           05  WS-SPACING               PIC 9 VALUE 2.
      *    THE RUN-CONTROL SEQUENCING KEEPS A SAME-NIGHT RERUN
      *    FROM POSTING A TERM TWICE.
           OPEN EXTEND GRADE-HISTORY-FILE
                       COURSE-HISTORY-FILE
                       MASTER-JOURNAL-FILE.
           PERFORM B08-LOAD-ENROLL-PARA.
           PERFORM B10-INIT-PARA.
           PERFORM B20-PROCESS-PARA
                 ERROR-LOG-FILE
                 NEW-MASTER-FILE
                 GRADE-HISTORY-FILE
                 COURSE-HISTORY-FILE
                 MASTER-JOURNAL-FILE.
           PERFORM C99-RUN-LOG-PARA.
           STOP RUN.
      *
               IF WS-SUPPRESS-OUTPUT-SW IS NOT EQUAL TO "Y" THEN
                   WRITE NEW-MASTER-REC FROM WS-NEW-MASTER-REC
                   ADD 1 TO WS-MASTER-WRITE-CNT
                   IF WS-NEW-MASTER-REC IS NOT EQUAL TO
                       WS-JOURNAL-BEFORE THEN
                       PERFORM B27-JOURNAL-PARA
                   END-IF
               END-IF
               MOVE ZEROS TO CURR-SEM-CREDITS
               MOVE ZEROS TO GP-ACCUM
               CLOSE CHECKPOINT-FILE
           END-IF.
      *
      *
      *    ONE MASTER CHANGE JOURNAL ENTRY FOR A STUDENT WHOSE
      *    RECORD LEFT THE MERGE DIFFERENT FROM HOW IT CAME IN. THE
      *    BEFORE IMAGE IS THE RECORD AS READ, AFTER THE FILLER
      *    NORMALIZATION IN B25-READ-PARA - THAT CLEAN-UP IS NOT A
      *    CHANGE ANYONE WOULD ASK ABOUT. A STUDENT WITH NO
      *    TRANSACTIONS IS NEVER JOURNALED.
       B27-JOURNAL-PARA.
           MOVE SPACES TO MASTER-JOURNAL-REC.
           MOVE MASTER-HOLD TO MJ-STUD-ID.
           MOVE DATE-ACCEPT TO MJ-RUN-DATE.
           ACCEPT MJ-RUN-TIME FROM TIME.
           MOVE "14-2 " TO MJ-STEP.
           MOVE "G" TO MJ-CHANGE-TYPE.
           MOVE WS-JOURNAL-BEFORE TO MJ-BEFORE-IMAGE.
           MOVE WS-NEW-MASTER-REC TO MJ-AFTER-IMAGE.
           WRITE MASTER-JOURNAL-REC.
      *
      *
       B28-CLEAR-CHECKPOINT-PARA.
           OPEN OUTPUT CHECKPOINT-FILE.
                           MOVE ZERO TO WITHDRAW-CNT-SM
                           MOVE SPACES TO WITHDRAW-YEAR-SM
                       END-IF
                       MOVE WS-SORTED-MASTER-REC TO WS-JOURNAL-BEFORE
               END-READ
           END-IF.

