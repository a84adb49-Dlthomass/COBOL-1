      *    INCOMPLETE, UPDATES THE TOTALS AND LEAVES THE USUAL
      *    AUDIT TRAIL ON THE GRADE REPORT.
      *
      * C. FOR EVERY LAPSE WRITTEN, APPENDS AN ENTRY TO THE SHARED
      *    MASTER CHANGE JOURNAL. THIS PROGRAM ONLY READS THE
      *    MASTER, SO THE AFTER IMAGE IS THE RECORD AS THE LAPSE
      *    WILL LEAVE IT ONCE POSTED - INCOMPLETE CLEARED AND THE
      *    LAPSED CREDITS ADDED WITH NO GRADE POINTS - AND THE
      *    ENTRY IS TYPED "L" SO PROG34 SHOWS IT AS PROJECTED. THE
      *    MERGE PASS THAT POSTS THE LAPSE JOURNALS THE REAL
      *    CHANGE IN ITS OWN RIGHT.
      *
      *
      *
       ENVIRONMENT DIVISION.
               ASSIGN TO "PROG18_OUT.DAT".
           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO "RUN-CONTROL.DAT".
           SELECT OPTIONAL MASTER-JOURNAL-FILE
               ASSIGN TO "MASTER-JOURNAL.DAT".
      *
      *
      *
           05  RC-MASTER-GEN            PIC 9(1).
           05  FILLER                   PIC X(68).
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
           05  TEST-RESULT-IND-NM       PIC X(1).
           05  TEST-RESULT-NM           PIC 9(3).
           05  INCOMPLETE-DUE-NM        PIC X(4).
      *
      *    THE MASTER RECORD AS THE LAPSE WILL LEAVE IT - BUILT
      *    FROM WS-NM-REC FOR THE JOURNAL'S AFTER IMAGE.
       01  WS-LAPSE-AFTER-REC.
           05  FILLER                   PIC X(44).
           05  GP-LA                    PIC 9(3).
           05  CREDITS-LA               PIC 9(3).
           05  INCOMPLETE-IND-LA        PIC X(1).
           05  PENDING-CREDITS-LA       PIC 9(3).
           05  INCOMPLETE-DEPT-LA       PIC X(4).
           05  INCOMPLETE-COURSE-LA     PIC X(4).
           05  FILLER                   PIC X(4).
           05  INCOMPLETE-DUE-LA        PIC X(4).
      *
       01  WS-AG-LINE-01.
           05  FILLER                   PIC X(19) VALUE SPACES.
           OPEN INPUT  NEW-MASTER-FILE
                OUTPUT LAPSE-TRANS-FILE
                       AGING-REPORT.
           OPEN EXTEND MASTER-JOURNAL-FILE.
           PERFORM B10-INIT-PARA.
           PERFORM B20-PROCESS-PARA
               UNTIL NM-EOF-SW = "Y".
           PERFORM C30-AGING-TOTALS-PARA.
           CLOSE NEW-MASTER-FILE
                 LAPSE-TRANS-FILE
                 MASTER-JOURNAL-FILE
                 AGING-REPORT.
           STOP RUN.
      *
           MOVE SPACE TO REPEAT-IND-LT.
           MOVE WS-CURR-TERM-CODE TO TERM-CODE-LT.
           WRITE LAPSE-TRANS-REC.
           PERFORM B26-JOURNAL-PARA.
      *
      *
      *    ONE PROJECTED MASTER CHANGE JOURNAL ENTRY FOR THE LAPSE
      *    JUST WRITTEN. THE AFTER IMAGE FOLLOWS WHAT THE MERGE
      *    DOES WITH AN F AGAINST THE COURSE LEFT INCOMPLETE: THE
      *    CREDITS ON THE TRANSACTION ARE ADDED WITH NO GRADE
      *    POINTS AND THE INCOMPLETE FIELDS ARE CLEARED.
       B26-JOURNAL-PARA.
           MOVE WS-NM-REC TO WS-LAPSE-AFTER-REC.
           ADD CREDITS-LT TO CREDITS-LA.
           MOVE "N" TO INCOMPLETE-IND-LA.
           MOVE ZEROS TO PENDING-CREDITS-LA.
           MOVE SPACES TO INCOMPLETE-DEPT-LA.
           MOVE SPACES TO INCOMPLETE-COURSE-LA.
           MOVE SPACES TO INCOMPLETE-DUE-LA.
           MOVE SPACES TO MASTER-JOURNAL-REC.
           MOVE STUD-ID-NM TO MJ-STUD-ID.
           MOVE DATE-ACCEPT TO MJ-RUN-DATE.
           ACCEPT MJ-RUN-TIME FROM TIME.
           MOVE "18   " TO MJ-STEP.
           MOVE "L" TO MJ-CHANGE-TYPE.
           MOVE WS-NM-REC TO MJ-BEFORE-IMAGE.
           MOVE WS-LAPSE-AFTER-REC TO MJ-AFTER-IMAGE.
           WRITE MASTER-JOURNAL-REC.
      *
      *
       C10-AGING-HEADINGS-PARA.
