      *
      * EVERY RECORD TOUCHED IS LISTED ON AN AUDIT REPORT WITH ITS
      * BEFORE AND AFTER IMAGES, AND TOTALS OF ADDS, CHANGES, DROPS
      * AND REJECTS ARE PRINTED AT THE END. EVERY ADD, CHANGE AND
      * DROP APPLIED TO THE MASTER IS ALSO APPENDED TO THE SHARED
      * MASTER CHANGE JOURNAL WITH ITS FULL 70-BYTE BEFORE AND
      * AFTER IMAGES, SO PROG34 CAN TRACE IT LATER.
      *
      *
      *
               RECORD KEY IS DM-STUD-ID-KEY.
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO "RUN-LOG.DAT".
           SELECT OPTIONAL MASTER-JOURNAL-FILE
               ASSIGN TO "MASTER-JOURNAL.DAT".
      *
      *
      *
           05  RL-RECS-OUT              PIC 9(7).
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
       SD  SORT-WORK-FILE
             DATA RECORD IS SORT-WORK-REC.
      *
       01  WS-DEMO-WORK.
           05  DEMO-FOUND-SW            PIC X.
      *
      *    IMAGES AND CHANGE TYPE FOR THE NEXT JOURNAL ENTRY - SET
      *    BY THE CALLER BEFORE C85-JOURNAL-PARA RUNS.
       01  WS-JOURNAL-AREA.
           05  WS-JOURNAL-TYPE          PIC X(1).
           05  WS-JOURNAL-BEFORE        PIC X(70).
           05  WS-JOURNAL-AFTER         PIC X(70).
      *
       01  WS-DATE-ACCEPT.
           05  DATE-ACCEPT              PIC X(6).
                OUTPUT NEW-MASTER-FILE
                       AUDIT-REPORT.
           OPEN I-O   STU-DEMO-FILE.
           OPEN EXTEND MASTER-JOURNAL-FILE.
           PERFORM B10-INIT-PARA.
           PERFORM B20-PROCESS-PARA
               UNTIL MASTER-EOF-SW = "Y" AND TRANS-EOF-SW = "Y".
                 MAINT-TRANS-FILE
                 NEW-MASTER-FILE
                 STU-DEMO-FILE
                 MASTER-JOURNAL-FILE
                 AUDIT-REPORT.
           PERFORM C99-RUN-LOG-PARA.
           STOP RUN.
                       MOVE "BEFORE" TO IMAGE-TAG-AR
                       MOVE SPACES TO DISPOSITION-AR
                       WRITE AUDIT-REPORT-OUT FROM WS-AR-DL-LINE-05
                       MOVE WS-SORTED-MASTER-REC TO WS-JOURNAL-BEFORE
                       IF LNAME-MT IS NOT EQUAL TO SPACES THEN
                           MOVE LNAME-MT TO LNAME-SM
                       END-IF
                           MOVE "NAME CHANGED" TO DISPOSITION-AR
                       END-IF
                       WRITE AUDIT-REPORT-OUT FROM WS-AR-DL-LINE-05
                       MOVE "C" TO WS-JOURNAL-TYPE
                       MOVE WS-SORTED-MASTER-REC TO WS-JOURNAL-AFTER
                       PERFORM C85-JOURNAL-PARA
                   WHEN DEMO-ACTION-MT
                       PERFORM C95-DEMO-MAINT-PARA
                   WHEN DROP-ACTION-MT
                       MOVE "BEFORE" TO IMAGE-TAG-AR
                       MOVE "DROPPED" TO DISPOSITION-AR
                       WRITE AUDIT-REPORT-OUT FROM WS-AR-DL-LINE-05
                       MOVE "D" TO WS-JOURNAL-TYPE
                       MOVE WS-SORTED-MASTER-REC TO WS-JOURNAL-BEFORE
                       MOVE SPACES TO WS-JOURNAL-AFTER
                       PERFORM C85-JOURNAL-PARA
      *                A DROPPED STUDENT'S DEMOGRAPHICS GO WITH THE
      *                MASTER RECORD - NOBODY MAILS A LETTER TO A
      *                STUDENT WHO LEFT THE COLLEGE.
                       MOVE ZERO TO CREDITS-AR
                       MOVE "ADDED" TO DISPOSITION-AR
                       WRITE AUDIT-REPORT-OUT FROM WS-AR-DL-LINE-05
                       MOVE "A" TO WS-JOURNAL-TYPE
                       MOVE SPACES TO WS-JOURNAL-BEFORE
                       MOVE WS-SORTED-MASTER-REC TO WS-JOURNAL-AFTER
                       PERFORM C85-JOURNAL-PARA
                   WHEN CHANGE-ACTION-MT
                       ADD 1 TO WS-REJECT-CNT
                       MOVE "CHANGE" TO ACTION-AR
           MOVE GP-SM TO GP-AR.
           MOVE CREDITS-SM TO CREDITS-AR.
      *
      *
      *    APPEND ONE ENTRY TO THE MASTER CHANGE JOURNAL. AN ADD
      *    HAS NO BEFORE IMAGE AND A DROP NO AFTER IMAGE - BOTH GO
      *    OUT AS SPACES. THE TIME IS TAKEN PER ENTRY SO PROG34
      *    CAN PUT SEVERAL CHANGES TO ONE STUDENT IN ORDER.
       C85-JOURNAL-PARA.
           MOVE SPACES TO MASTER-JOURNAL-REC.
           MOVE STUD-ID-MT TO MJ-STUD-ID.
           MOVE DATE-ACCEPT TO MJ-RUN-DATE.
           ACCEPT MJ-RUN-TIME FROM TIME.
           MOVE "15   " TO MJ-STEP.
           MOVE WS-JOURNAL-TYPE TO MJ-CHANGE-TYPE.
           MOVE WS-JOURNAL-BEFORE TO MJ-BEFORE-IMAGE.
           MOVE WS-JOURNAL-AFTER TO MJ-AFTER-IMAGE.
           WRITE MASTER-JOURNAL-REC.
      *
      *
       C90-BAD-ACTION-PARA.
           ADD 1 TO WS-REJECT-CNT.
