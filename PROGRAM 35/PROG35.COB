       IDENTIFICATION DIVISION.
      *
      *
       PROGRAM-ID.    PROG35.
      *AUTHOR.        ERIC.
      *INSTALLATION.  WSC.
      *DATE-WRITTEN.  JUN 07,2004.
      *DATE-COMPILED. JUN 07,2004.
      *SECURITY.      NONE.
      *
      *
      * THIS PROGRAM IS THE FRONT COUNTER'S STUDENT INQUIRY. IT RUNS
      * AT THE OPERATOR'S TERMINAL, ASKS FOR ONE STUDENT AT A TIME
      * AND DISPLAYS A ONE-SCREEN SUMMARY OF EVERYTHING THE
      * OVERNIGHT STREAM KNOWS ABOUT THE STUDENT, SO A PHONE CALL
      * CAN BE ANSWERED WITHOUT WAITING FOR A TRANSCRIPT RUN OR
      * DIGGING THROUGH THE PRINT FILES. THE STUDENT IS ASKED FOR
      * EITHER WAY THE MASTER IS KEYED:
      *
      * A. BY STUDENT NUMBER - NINE DIGITS, WITH OR WITHOUT THE
      *    DASHES (123-45-6789) - ONE KEYED READ ON THE PRIMARY KEY.
      * B. BY NAME - "LAST NAME,FIRST NAME", OR THE LAST NAME ALONE -
      *    A START ON THE NAME KEY, THEN READ NEXT FORWARD THROUGH
      *    EVERY STUDENT WITH THAT NAME. AFTER EACH SUMMARY THE
      *    OPERATOR IS OFFERED THE NEXT STUDENT WITH THE SAME NAME.
      *
      * THE SUMMARY SHOWS THE MASTER'S CUMULATIVE TOTALS AND GPA,
      * ANY OPEN INCOMPLETE WITH ITS DUE DATE, THE TEST SCORE AND
      * EVERY POSTING OF IT ON THE TEST HISTORY FILE, THE CURRENT
      * REGISTRATION HOLDS WITH THEIR REASONS, THE TERM LINES FROM
      * THE GRADE HISTORY FILE, THE CURRENT ENROLLMENT AND THE
      * ADDRESS FROM THE DEMOGRAPHICS FILE.
      *
      * THE PROGRAM ONLY READS - EVERY FILE IS OPENED INPUT - AND IT
      * READS WHICHEVER MASTER GENERATION RUN-CONTROL.DAT NAMES AS
      * CURRENT, THE SAME WAY THE BATCH STEPS DO. THE HISTORY, HOLD
      * AND ENROLLMENT FILES ARE SEQUENTIAL, SO EACH INQUIRY READS
      * THEM THROUGH FOR THE ONE STUDENT; ANY OF THEM NOT YET ON
      * FILE SIMPLY SHOWS NOTHING. BLANK OR "END" ENDS THE SESSION.
      *
      *
      *
       ENVIRONMENT DIVISION.
      *
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT NEW-MASTER-FILE
               ASSIGN USING WS-MASTER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUD-ID-KEY-NM
               ALTERNATE RECORD KEY IS STUD-NAME-KEY-NM
                   WITH DUPLICATES.
           SELECT OPTIONAL STU-DEMO-FILE
               ASSIGN TO "STUDEMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-STUD-ID-KEY.
           SELECT OPTIONAL GRADE-HISTORY-FILE
               ASSIGN TO "GRADE-HIST.DAT".
           SELECT OPTIONAL TEST-HIST-FILE
               ASSIGN TO "TEST-HIST.DAT".
           SELECT OPTIONAL REG-HOLD-FILE
               ASSIGN TO "REG-HOLD.DAT".
           SELECT OPTIONAL ENROLL-FILE
               ASSIGN TO "ENROLL.DAT".
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
       FD  NEW-MASTER-FILE
               RECORD CONTAINS 70 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS NEW-MASTER-REC-IN.
      *
      *    THE MASTER IS INDEXED ON THE STUDENT NUMBER, WITH THE
      *    NAME AS AN ALTERNATE KEY THAT ALLOWS DUPLICATES - A NAME
      *    INQUIRY STARTS ON THE NAME KEY AND READS FORWARD.
       01  NEW-MASTER-REC-IN.
           05  FILLER                   PIC X(2).
           05  STUD-ID-KEY-NM           PIC X(9).
           05  STUD-NAME-KEY-NM.
               10  STUD-LNAME-KEY-NM    PIC X(14).
               10  STUD-FNAME-KEY-NM    PIC X(10).
           05  FILLER                   PIC X(35).
      *
      *    THE COMPANION DEMOGRAPHICS FILE PROG15 MAINTAINS - ONE
      *    KEYED READ PER INQUIRY FOR THE ADDRESS.
       FD  STU-DEMO-FILE
               RECORD CONTAINS 100 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS STU-DEMO-REC.
      *
       01  STU-DEMO-REC.
           05  FILLER                   PIC X(2).
           05  DM-STUD-ID-KEY           PIC X(9).
           05  DM-STREET-ADDR           PIC X(25).
           05  DM-CITY                  PIC X(15).
           05  DM-STATE                 PIC X(2).
           05  DM-ZIP                   PIC X(5).
           05  DM-PHONE                 PIC X(10).
           05  DM-ENROLL-DATE           PIC X(6).
           05  FILLER                   PIC X(26).
      *
      *    ONE RECORD PER STUDENT PER TERM, APPENDED BY THE MERGE
      *    (PROG14-2) AS EACH TERM POSTS - SO ALREADY IN TERM ORDER
      *    WITHIN STUDENT.
       FD  GRADE-HISTORY-FILE
               RECORD CONTAINS 50 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS GRADE-HIST-REC-IN.
      *
       01  GRADE-HIST-REC-IN            PIC X(50).
      *
      *    ONE RECORD PER SCORE POSTING ATTEMPT, APPENDED BY PROG4-2.
       FD  TEST-HIST-FILE
               RECORD CONTAINS 30 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS TEST-HIST-REC-IN.
      *
       01  TEST-HIST-REC-IN             PIC X(30).
      *
      *    THE REGISTRATION-HOLD FEED PROG14-4 REBUILDS EACH NIGHT -
      *    SO IT HOLDS THE CURRENT HOLDS ONLY.
       FD  REG-HOLD-FILE
               RECORD CONTAINS 20 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS REG-HOLD-REC-IN.
      *
       01  REG-HOLD-REC-IN              PIC X(20).
      *
      *    THE TERM ENROLLMENT FILE PROG22 WRITES AT REGISTRATION.
       FD  ENROLL-FILE
               RECORD CONTAINS 30 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS ENROLL-REC-IN.
      *
       01  ENROLL-REC-IN                PIC X(30).
      *
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
      *
      *
       WORKING-STORAGE SECTION.
      *
      *
       01  WS-SWITCHES.
           05  QUIT-SW                  PIC X.
           05  NAME-END-SW              PIC X.
           05  DEMO-FOUND-SW            PIC X.
           05  HIST-EOF-SW              PIC X.
           05  TH-EOF-SW                PIC X.
           05  HOLD-EOF-SW              PIC X.
           05  ENROLL-EOF-SW            PIC X.
      *
       01  WS-RUN-CONTROL-AREA.
           05  WS-MASTER-FILE-NAME      PIC X(13)
                                        VALUE "NEW-MASTER.G1".
           05  WS-MASTER-GEN-BYTE REDEFINES WS-MASTER-FILE-NAME.
               10  FILLER               PIC X(12).
               10  WS-MASTER-GEN        PIC 9(1).
           05  WS-RC-FOUND-SW           PIC X.
      *
       01  WS-DATE-ACCEPT.
           05  DATE-ACCEPT              PIC X(6).
           05  DATE-WS REDEFINES DATE-ACCEPT.
               10  WS-YEAR              PIC X(2).
               10  WS-MONTH             PIC X(2).
               10  WS-DAY               PIC X(2).
      *
      *    WHAT THE OPERATOR KEYS AT THE PROMPT. A STUDENT NUMBER
      *    MAY BE KEYED WITH OR WITHOUT ITS DASHES.
       01  WS-INQUIRY-AREA.
           05  WS-INQ-ENTRY             PIC X(30).
           05  WS-INQ-DASHED REDEFINES WS-INQ-ENTRY.
               10  WS-INQ-DASH-3        PIC X(3).
               10  WS-INQ-DASH-1        PIC X(1).
               10  WS-INQ-DASH-2        PIC X(2).
               10  WS-INQ-DASH-2ND      PIC X(1).
               10  WS-INQ-DASH-4        PIC X(4).
               10  WS-INQ-DASH-REST     PIC X(19).
           05  WS-INQ-PLAIN REDEFINES WS-INQ-ENTRY.
               10  WS-INQ-PLAIN-ID      PIC X(9).
               10  WS-INQ-PLAIN-REST    PIC X(21).
           05  WS-INQ-STUD-ID.
               10  WS-INQ-ID-3          PIC X(3).
               10  WS-INQ-ID-2          PIC X(2).
               10  WS-INQ-ID-4          PIC X(4).
           05  WS-INQ-LNAME             PIC X(14).
           05  WS-INQ-FNAME             PIC X(10).
           05  WS-INQ-REPLY             PIC X(1).
      *
       01  WS-COUNTS.
           05  WS-INQUIRY-CNT           PIC 9(5) VALUE ZERO.
           05  WS-NAME-HIT-CNT          PIC 9(5) VALUE ZERO.
           05  WS-LINE-CNT              PIC 9(5) VALUE ZERO.
      *
       01  WS-CALCULATIONS.
           05  MASTER-CUM-GPA           PIC 9V99.
      *
       01  WS-NM-REC.
           05  FILLER                   PIC X(2).
           05  STUD-ID-NM.
               10  STUD-ID-3-NM         PIC X(3).
               10  STUD-ID-2-NM         PIC X(2).
               10  STUD-ID-4-NM         PIC X(4).
           05  LNAME-NM                 PIC X(14).
           05  FNAME-NM                 PIC X(10).
           05  PROG-CODE-NM             PIC X(3).
           05  WITHDRAW-CNT-NM          PIC 9(2).
           05  WITHDRAW-YEAR-NM         PIC X(4).
           05  GP-NM                    PIC 9(3).
           05  CREDITS-NM               PIC 9(3).
           05  INCOMPLETE-IND-NM        PIC X(1).
           05  PENDING-CREDITS-NM       PIC 9(3).
           05  INCOMPLETE-DEPT-NM       PIC X(4).
           05  INCOMPLETE-COURSE-NM     PIC X(4).
           05  TEST-RESULT-IND-NM       PIC X(1).
           05  TEST-RESULT-NM           PIC 9(3).
           05  INCOMPLETE-DUE-NM.
               10  INCOMPLETE-DUE-YY-NM PIC X(2).
               10  INCOMPLETE-DUE-MM-NM PIC X(2).
      *
       01  WS-GRADE-HIST-REC.
           05  GH-STUD-ID               PIC X(9).
           05  GH-TERM-CODE             PIC X(6).
           05  GH-SEM-CREDITS           PIC 9(3).
           05  GH-SEM-GPA               PIC X(4).
           05  GH-SEM-GP                PIC 9(3).
           05  FILLER                   PIC X(25).
      *
       01  WS-TEST-HIST-REC.
           05  TH-STUD-ID               PIC X(9).
           05  TH-SCORE                 PIC 9(3).
           05  TH-BATCH-DATE            PIC X(6).
      *    P = POSTED FIRST SCORE, R = REPLACED EXISTING SCORE,
      *    K = LOWER RETAKE, EXISTING BETTER SCORE KEPT.
           05  TH-DISP-CD               PIC X(1).
           05  FILLER                   PIC X(11).
      *
       01  WS-REG-HOLD-REC.
           05  STUD-ID-HOLD             PIC X(9).
           05  HOLD-REASON-CD           PIC X(2).
           05  FILLER                   PIC X(9).
      *
       01  WS-ENROLL-REC.
           05  EN-STUD-ID               PIC X(9).
           05  EN-DEPT                  PIC X(4).
           05  EN-COURSE-NUM            PIC X(4).
           05  EN-SECTION               PIC X(2).
           05  EN-TERM-CODE             PIC X(6).
           05  FILLER                   PIC X(5).
      *
      *
      *    THE SUMMARY SCREEN - ONE 79-BYTE LINE PER DISPLAY.
      *
       01  WS-SCR-LINE-01.
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
           05  FILLER                   PIC X(20) VALUE SPACES.
      *
       01  WS-SCR-LINE-02.
           05  FILLER                   PIC X(27) VALUE SPACES.
           05  FILLER                   PIC X(15)
                                        VALUE "STUDENT INQUIRY".
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  FILLER                   PIC X(6) VALUE "DATE: ".
           05  MONTH-SC-OUT             PIC X(2).
           05  FILLER                   PIC X VALUE "/".
           05  DAY-SC-OUT               PIC X(2).
           05  FILLER                   PIC X VALUE "/".
           05  YEAR-SC-OUT              PIC X(2).
           05  FILLER                   PIC X(19) VALUE SPACES.
      *
       01  WS-SCR-LINE-03.
           05  FILLER                   PIC X(19)
                       VALUE "MASTER GENERATION: ".
           05  MASTER-NAME-SC-OUT       PIC X(13).
           05  FILLER                   PIC X(47) VALUE SPACES.
      *
       01  WS-SCR-DASH-LINE             PIC X(79) VALUE ALL "-".
      *
       01  WS-SCR-STUDENT-LINE.
           05  FILLER                   PIC X(9) VALUE "STUDENT: ".
           05  STUD-ID-3-SC-OUT         PIC X(3).
           05  FILLER                   PIC X VALUE "-".
           05  STUD-ID-2-SC-OUT         PIC X(2).
           05  FILLER                   PIC X VALUE "-".
           05  STUD-ID-4-SC-OUT         PIC X(4).
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  LNAME-SC-OUT             PIC X(14).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FNAME-SC-OUT             PIC X(10).
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  FILLER                   PIC X(9) VALUE "PROGRAM: ".
           05  PROG-CODE-SC-OUT         PIC X(3).
           05  FILLER                   PIC X(15) VALUE SPACES.
      *
       01  WS-SCR-ADDR-LINE-1.
           05  FILLER                   PIC X(9) VALUE SPACES.
           05  STREET-ADDR-SC-OUT       PIC X(25).
           05  FILLER                   PIC X(45) VALUE SPACES.
      *
       01  WS-SCR-ADDR-LINE-2.
           05  FILLER                   PIC X(9) VALUE SPACES.
           05  CITY-SC-OUT              PIC X(15).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  STATE-SC-OUT             PIC X(2).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  ZIP-SC-OUT               PIC X(5).
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  FILLER                   PIC X(7) VALUE "PHONE: ".
           05  PHONE-SC-OUT.
               10  PHONE-AREA-SC-OUT    PIC X(3).
               10  FILLER               PIC X VALUE "-".
               10  PHONE-EXCH-SC-OUT    PIC X(3).
               10  FILLER               PIC X VALUE "-".
               10  PHONE-LINE-SC-OUT    PIC X(4).
           05  FILLER                   PIC X(24) VALUE SPACES.
      *
       01  WS-SCR-NO-ADDR-LINE.
           05  FILLER                   PIC X(9) VALUE SPACES.
           05  FILLER                   PIC X(30)
                       VALUE "NO ADDRESS ON FILE".
           05  FILLER                   PIC X(40) VALUE SPACES.
      *
       01  WS-SCR-CUM-LINE.
           05  FILLER                   PIC X(12)
                                        VALUE "CUMULATIVE: ".
           05  CREDITS-SC-OUT           PIC ZZ9.
           05  FILLER                   PIC X(8) VALUE " CREDITS".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  GP-SC-OUT                PIC ZZ9.
           05  FILLER                   PIC X(12)
                                        VALUE " GRADE PTS. ".
           05  FILLER                   PIC X(4) VALUE "GPA ".
           05  GPA-SC-OUT               PIC Z.99.
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  FILLER                   PIC X(12)
                                        VALUE "WITHDRAWALS ".
           05  WITHDRAW-CNT-SC-OUT      PIC Z9.
           05  FILLER                   PIC X(4) VALUE " IN ".
           05  WITHDRAW-YEAR-SC-OUT     PIC X(4).
           05  FILLER                   PIC X(6) VALUE SPACES.
      *
       01  WS-SCR-INC-LINE.
           05  FILLER                   PIC X(17)
                       VALUE "OPEN INCOMPLETE: ".
           05  INC-DEPT-SC-OUT          PIC X(4).
           05  FILLER                   PIC X VALUE SPACE.
           05  INC-COURSE-SC-OUT        PIC X(4).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(16)
                       VALUE "PENDING CREDITS ".
           05  PENDING-CREDITS-SC-OUT   PIC ZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(4) VALUE "DUE ".
           05  INC-DUE-MM-SC-OUT        PIC X(2).
           05  FILLER                   PIC X VALUE "/".
           05  INC-DUE-YY-SC-OUT        PIC X(2).
           05  FILLER                   PIC X(21) VALUE SPACES.
      *
       01  WS-SCR-TEST-LINE.
           05  FILLER                   PIC X(13)
                                        VALUE "TEST RESULT: ".
           05  TEST-RESULT-SC-OUT       PIC ZZ9.
           05  FILLER                   PIC X(63) VALUE SPACES.
      *
       01  WS-SCR-TH-LINE.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  FILLER                   PIC X(6) VALUE "BATCH ".
           05  TH-BATCH-DATE-SC-OUT     PIC X(6).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(6) VALUE "SCORE ".
           05  TH-SCORE-SC-OUT          PIC ZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  TH-DISP-SC-OUT           PIC X(30).
           05  FILLER                   PIC X(20) VALUE SPACES.
      *
       01  WS-SCR-HOLD-LINE.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  HOLD-REASON-SC-OUT       PIC X(2).
           05  FILLER                   PIC X(3) VALUE " - ".
           05  HOLD-DESC-SC-OUT         PIC X(40).
           05  FILLER                   PIC X(30) VALUE SPACES.
      *
       01  WS-SCR-TERM-HDG-LINE.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  FILLER                   PIC X(4) VALUE "TERM".
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  FILLER                   PIC X(7) VALUE "CREDITS".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE "GRADE PTS.".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(8) VALUE "TERM GPA".
           05  FILLER                   PIC X(36) VALUE SPACES.
      *
       01  WS-SCR-TERM-LINE.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  TERM-SC-OUT              PIC X(6).
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  SEM-CREDITS-SC-OUT       PIC ZZ9.
           05  FILLER                   PIC X(9) VALUE SPACES.
           05  SEM-GP-SC-OUT            PIC ZZ9.
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  SEM-GPA-SC-OUT           PIC X(4).
           05  FILLER                   PIC X(38) VALUE SPACES.
      *
       01  WS-SCR-ENROLL-LINE.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  EN-DEPT-SC-OUT           PIC X(4).
           05  FILLER                   PIC X VALUE SPACE.
           05  EN-COURSE-SC-OUT         PIC X(4).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(8) VALUE "SECTION ".
           05  EN-SECTION-SC-OUT        PIC X(2).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(5) VALUE "TERM ".
           05  EN-TERM-SC-OUT           PIC X(6).
           05  FILLER                   PIC X(41) VALUE SPACES.
      *
       01  WS-SCR-MSG-LINE.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  MSG-SC-OUT               PIC X(75).
      *
      *
      *
       PROCEDURE DIVISION.
      *
      *
       A00-MAINLINE-PARA.
           PERFORM B05-FIND-MASTER-GEN-PARA.
           OPEN INPUT NEW-MASTER-FILE
                      STU-DEMO-FILE.
           PERFORM B10-INIT-PARA.
           PERFORM B20-INQUIRY-PARA
               UNTIL QUIT-SW = "Y".
           CLOSE NEW-MASTER-FILE
                 STU-DEMO-FILE.
           DISPLAY "PROG35: INQUIRY ENDED - " WS-INQUIRY-CNT
               " INQUIRIES".
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
               DISPLAY "PROG35: FATAL - RUN-CONTROL.DAT NOT FOUND "
                   "- CANNOT TELL WHICH MASTER GENERATION IS "
                   "CURRENT"
               STOP RUN
           END-IF.
      *
      *
       B10-INIT-PARA.
           ACCEPT DATE-ACCEPT FROM DATE.
           MOVE WS-MONTH TO MONTH-SC-OUT.
           MOVE WS-DAY TO DAY-SC-OUT.
           MOVE WS-YEAR TO YEAR-SC-OUT.
           MOVE WS-MASTER-FILE-NAME TO MASTER-NAME-SC-OUT.
           MOVE "N" TO QUIT-SW.
           DISPLAY WS-SCR-LINE-01.
           DISPLAY WS-SCR-LINE-02.
           DISPLAY WS-SCR-LINE-03.
      *
      *
      *    ONE INQUIRY. A NINE-DIGIT ENTRY (DASHES OPTIONAL) IS A
      *    STUDENT NUMBER; AN ENTRY STARTING WITH A LETTER IS A
      *    NAME; ANYTHING ELSE STARTING WITH A DIGIT IS A MISKEYED
      *    NUMBER. LOWER CASE IS FOLDED SO THE NAME KEY MATCHES.
       B20-INQUIRY-PARA.
           DISPLAY " ".
           DISPLAY "ENTER STUDENT NUMBER, OR LAST NAME,FIRST NAME "
               "(BLANK OR END TO QUIT):".
           MOVE SPACES TO WS-INQ-ENTRY.
           ACCEPT WS-INQ-ENTRY.
           INSPECT WS-INQ-ENTRY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           EVALUATE TRUE
               WHEN WS-INQ-ENTRY = SPACES
               WHEN WS-INQ-ENTRY = "END"
                   MOVE "Y" TO QUIT-SW
               WHEN WS-INQ-PLAIN-ID IS NUMERIC
                AND WS-INQ-PLAIN-REST = SPACES
                   ADD 1 TO WS-INQUIRY-CNT
                   MOVE WS-INQ-PLAIN-ID TO WS-INQ-STUD-ID
                   PERFORM C10-BY-NUMBER-PARA
               WHEN WS-INQ-DASH-3 IS NUMERIC
                AND WS-INQ-DASH-1 = "-"
                AND WS-INQ-DASH-2 IS NUMERIC
                AND WS-INQ-DASH-2ND = "-"
                AND WS-INQ-DASH-4 IS NUMERIC
                AND WS-INQ-DASH-REST = SPACES
                   ADD 1 TO WS-INQUIRY-CNT
                   MOVE WS-INQ-DASH-3 TO WS-INQ-ID-3
                   MOVE WS-INQ-DASH-2 TO WS-INQ-ID-2
                   MOVE WS-INQ-DASH-4 TO WS-INQ-ID-4
                   PERFORM C10-BY-NUMBER-PARA
               WHEN WS-INQ-ENTRY(1:1) IS NUMERIC
                   DISPLAY "INVALID STUDENT NUMBER - KEY NINE "
                       "DIGITS, WITH OR WITHOUT THE DASHES"
               WHEN OTHER
                   ADD 1 TO WS-INQUIRY-CNT
                   PERFORM C20-BY-NAME-PARA
           END-EVALUATE.
      *
      *
      *    ONE KEYED READ ON THE STUDENT NUMBER.
       C10-BY-NUMBER-PARA.
           MOVE WS-INQ-STUD-ID TO STUD-ID-KEY-NM.
           READ NEW-MASTER-FILE INTO WS-NM-REC
               KEY IS STUD-ID-KEY-NM
               INVALID KEY
                   DISPLAY "STUDENT " WS-INQ-ID-3 "-" WS-INQ-ID-2
                       "-" WS-INQ-ID-4 " IS NOT ON THE MASTER"
               NOT INVALID KEY
                   PERFORM D10-SUMMARY-PARA
           END-READ.
      *
      *
      *    POSITION THE NAME KEY AT THE FIRST KEY AT OR PAST THE
      *    NAME KEYED AND READ FORWARD. WITH A FIRST NAME THE WHOLE
      *    24-BYTE KEY MUST MATCH; WITH THE LAST NAME ALONE EVERY
      *    STUDENT OF THAT SURNAME IS A HIT, IN FIRST-NAME ORDER.
       C20-BY-NAME-PARA.
           MOVE SPACES TO WS-INQ-LNAME.
           MOVE SPACES TO WS-INQ-FNAME.
           UNSTRING WS-INQ-ENTRY DELIMITED BY ", " OR ","
               INTO WS-INQ-LNAME
                    WS-INQ-FNAME.
           MOVE ZERO TO WS-NAME-HIT-CNT.
           MOVE "N" TO NAME-END-SW.
           MOVE WS-INQ-LNAME TO STUD-LNAME-KEY-NM.
           MOVE WS-INQ-FNAME TO STUD-FNAME-KEY-NM.
           START NEW-MASTER-FILE
               KEY IS GREATER THAN OR EQUAL TO STUD-NAME-KEY-NM
               INVALID KEY
                   MOVE "Y" TO NAME-END-SW
               NOT INVALID KEY
                   PERFORM C25-NEXT-NAME-PARA
           END-START.
           PERFORM C30-NAME-HIT-PARA
               UNTIL NAME-END-SW = "Y".
           IF WS-NAME-HIT-CNT = ZERO THEN
               DISPLAY "NO STUDENT NAMED " WS-INQ-LNAME " "
                   WS-INQ-FNAME " IS ON THE MASTER"
           END-IF.
      *
      *
       C25-NEXT-NAME-PARA.
           READ NEW-MASTER-FILE NEXT RECORD INTO WS-NM-REC
               AT END
                   MOVE "Y" TO NAME-END-SW
               NOT AT END
                   IF LNAME-NM IS NOT EQUAL TO WS-INQ-LNAME THEN
                       MOVE "Y" TO NAME-END-SW
                   END-IF
                   IF WS-INQ-FNAME IS NOT EQUAL TO SPACES
                   AND FNAME-NM IS NOT EQUAL TO WS-INQ-FNAME THEN
                       MOVE "Y" TO NAME-END-SW
                   END-IF
           END-READ.
      *
      *
      *    SHOW THIS HIT, THEN LOOK AHEAD ON THE NAME KEY. ONLY WHEN
      *    ANOTHER STUDENT OF THE SAME NAME FOLLOWS IS THE OPERATOR
      *    ASKED WHETHER TO SEE IT.
       C30-NAME-HIT-PARA.
           ADD 1 TO WS-NAME-HIT-CNT.
           PERFORM D10-SUMMARY-PARA.
           PERFORM C25-NEXT-NAME-PARA.
           IF NAME-END-SW = "N" THEN
               DISPLAY " "
               DISPLAY "ANOTHER STUDENT HAS THIS NAME - ENTER N FOR "
                   "THE NEXT ONE, ENTER FOR A NEW INQUIRY:"
               MOVE SPACE TO WS-INQ-REPLY
               ACCEPT WS-INQ-REPLY
               IF WS-INQ-REPLY IS NOT EQUAL TO "N"
               AND WS-INQ-REPLY IS NOT EQUAL TO "n" THEN
                   MOVE "Y" TO NAME-END-SW
               END-IF
           ELSE
               IF WS-NAME-HIT-CNT > 1 THEN
                   DISPLAY "NO MORE STUDENTS WITH THIS NAME"
               END-IF
           END-IF.
      *
      *
      *    THE SUMMARY SCREEN FOR THE STUDENT NOW IN WS-NM-REC.
       D10-SUMMARY-PARA.
           DISPLAY WS-SCR-DASH-LINE.
           MOVE STUD-ID-3-NM TO STUD-ID-3-SC-OUT.
           MOVE STUD-ID-2-NM TO STUD-ID-2-SC-OUT.
           MOVE STUD-ID-4-NM TO STUD-ID-4-SC-OUT.
           MOVE LNAME-NM TO LNAME-SC-OUT.
           MOVE FNAME-NM TO FNAME-SC-OUT.
           MOVE PROG-CODE-NM TO PROG-CODE-SC-OUT.
           DISPLAY WS-SCR-STUDENT-LINE.
           PERFORM D20-ADDRESS-PARA.
           PERFORM D30-CUMULATIVE-PARA.
           PERFORM D40-TEST-SCORE-PARA.
           PERFORM D50-HOLDS-PARA.
           PERFORM D60-TERM-HISTORY-PARA.
           PERFORM D70-ENROLLMENT-PARA.
           DISPLAY WS-SCR-DASH-LINE.
      *
      *
       D20-ADDRESS-PARA.
           MOVE STUD-ID-NM TO DM-STUD-ID-KEY.
           READ STU-DEMO-FILE
               INVALID KEY
                   MOVE "N" TO DEMO-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO DEMO-FOUND-SW
           END-READ.
           IF DEMO-FOUND-SW = "Y" THEN
               MOVE DM-STREET-ADDR TO STREET-ADDR-SC-OUT
               MOVE DM-CITY TO CITY-SC-OUT
               MOVE DM-STATE TO STATE-SC-OUT
               MOVE DM-ZIP TO ZIP-SC-OUT
               MOVE DM-PHONE(1:3) TO PHONE-AREA-SC-OUT
               MOVE DM-PHONE(4:3) TO PHONE-EXCH-SC-OUT
               MOVE DM-PHONE(7:4) TO PHONE-LINE-SC-OUT
               DISPLAY WS-SCR-ADDR-LINE-1
               DISPLAY WS-SCR-ADDR-LINE-2
           ELSE
               DISPLAY WS-SCR-NO-ADDR-LINE
           END-IF.
      *
      *
      *    THE MASTER'S TOTALS ARE THE AUTHORITATIVE ONES - THE GPA
      *    IS COMPUTED FROM THEM THE SAME WAY THE MERGE DOES.
       D30-CUMULATIVE-PARA.
           MOVE CREDITS-NM TO CREDITS-SC-OUT.
           MOVE GP-NM TO GP-SC-OUT.
           IF CREDITS-NM > ZERO THEN
               COMPUTE MASTER-CUM-GPA ROUNDED = GP-NM / CREDITS-NM
           ELSE
               MOVE ZERO TO MASTER-CUM-GPA
           END-IF.
           MOVE MASTER-CUM-GPA TO GPA-SC-OUT.
           IF WITHDRAW-CNT-NM IS NUMERIC THEN
               MOVE WITHDRAW-CNT-NM TO WITHDRAW-CNT-SC-OUT
           ELSE
               MOVE ZERO TO WITHDRAW-CNT-SC-OUT
           END-IF.
           MOVE WITHDRAW-YEAR-NM TO WITHDRAW-YEAR-SC-OUT.
           DISPLAY " ".
           DISPLAY WS-SCR-CUM-LINE.
           IF INCOMPLETE-IND-NM = "Y" THEN
               MOVE INCOMPLETE-DEPT-NM TO INC-DEPT-SC-OUT
               MOVE INCOMPLETE-COURSE-NM TO INC-COURSE-SC-OUT
               MOVE PENDING-CREDITS-NM TO PENDING-CREDITS-SC-OUT
               MOVE INCOMPLETE-DUE-MM-NM TO INC-DUE-MM-SC-OUT
               MOVE INCOMPLETE-DUE-YY-NM TO INC-DUE-YY-SC-OUT
               DISPLAY WS-SCR-INC-LINE
           ELSE
               DISPLAY "OPEN INCOMPLETE: NONE"
           END-IF.
      *
      *
      *    THE SCORE ON THE MASTER, THEN EVERY POSTING ATTEMPT ON
      *    THE TEST HISTORY FILE IN THE ORDER THEY WERE MADE - A
      *    LOWER RETAKE SHOWS THERE EVEN THOUGH THE MASTER KEPT THE
      *    BETTER SCORE.
       D40-TEST-SCORE-PARA.
           IF TEST-RESULT-IND-NM = "Y" THEN
               MOVE TEST-RESULT-NM TO TEST-RESULT-SC-OUT
               DISPLAY WS-SCR-TEST-LINE
           ELSE
               DISPLAY "TEST RESULT: NONE ON FILE"
           END-IF.
           MOVE ZERO TO WS-LINE-CNT.
           MOVE "N" TO TH-EOF-SW.
           OPEN INPUT TEST-HIST-FILE.
           READ TEST-HIST-FILE INTO WS-TEST-HIST-REC
               AT END MOVE "Y" TO TH-EOF-SW.
           PERFORM D45-TEST-HIST-LINE-PARA
               UNTIL TH-EOF-SW = "Y".
           CLOSE TEST-HIST-FILE.
      *
      *
       D45-TEST-HIST-LINE-PARA.
           IF TH-STUD-ID = STUD-ID-NM THEN
               ADD 1 TO WS-LINE-CNT
               MOVE TH-BATCH-DATE TO TH-BATCH-DATE-SC-OUT
               MOVE TH-SCORE TO TH-SCORE-SC-OUT
               EVALUATE TH-DISP-CD
                   WHEN "P"
                       MOVE "POSTED - FIRST SCORE" TO TH-DISP-SC-OUT
                   WHEN "R"
                       MOVE "POSTED-REPLACED EARLIER SCORE"
                           TO TH-DISP-SC-OUT
                   WHEN "K"
                       MOVE "LOWER RETAKE - EARLIER KEPT"
                           TO TH-DISP-SC-OUT
                   WHEN OTHER
                       MOVE SPACES TO TH-DISP-SC-OUT
               END-EVALUATE
               DISPLAY WS-SCR-TH-LINE
           END-IF.
           READ TEST-HIST-FILE INTO WS-TEST-HIST-REC
               AT END MOVE "Y" TO TH-EOF-SW.
      *
      *
      *    THE HOLD FEED IS REBUILT EVERY NIGHT, SO WHAT IS ON IT IS
      *    WHAT REGISTRATION IS BLOCKING ON TODAY.
       D50-HOLDS-PARA.
           DISPLAY " ".
           DISPLAY "REGISTRATION HOLDS:".
           MOVE ZERO TO WS-LINE-CNT.
           MOVE "N" TO HOLD-EOF-SW.
           OPEN INPUT REG-HOLD-FILE.
           READ REG-HOLD-FILE INTO WS-REG-HOLD-REC
               AT END MOVE "Y" TO HOLD-EOF-SW.
           PERFORM D55-HOLD-LINE-PARA
               UNTIL HOLD-EOF-SW = "Y".
           CLOSE REG-HOLD-FILE.
           IF WS-LINE-CNT = ZERO THEN
               MOVE "NONE" TO MSG-SC-OUT
               DISPLAY WS-SCR-MSG-LINE
           END-IF.
      *
      *
       D55-HOLD-LINE-PARA.
           IF STUD-ID-HOLD = STUD-ID-NM THEN
               ADD 1 TO WS-LINE-CNT
               MOVE HOLD-REASON-CD TO HOLD-REASON-SC-OUT
               EVALUATE HOLD-REASON-CD
                   WHEN "PR"
                       MOVE "ACADEMIC PROBATION - GPA BELOW 2.00"
                           TO HOLD-DESC-SC-OUT
                   WHEN "WD"
                       MOVE "WITHDRAWAL LIMIT REACHED THIS YEAR"
                           TO HOLD-DESC-SC-OUT
                   WHEN "FN"
                       MOVE "FINANCIAL - ACCOUNT PAST DUE"
                           TO HOLD-DESC-SC-OUT
                   WHEN OTHER
                       MOVE "REASON CODE NOT RECOGNIZED"
                           TO HOLD-DESC-SC-OUT
               END-EVALUATE
               DISPLAY WS-SCR-HOLD-LINE
           END-IF.
           READ REG-HOLD-FILE INTO WS-REG-HOLD-REC
               AT END MOVE "Y" TO HOLD-EOF-SW.
      *
      *
       D60-TERM-HISTORY-PARA.
           DISPLAY " ".
           DISPLAY "TERM HISTORY:".
           MOVE ZERO TO WS-LINE-CNT.
           MOVE "N" TO HIST-EOF-SW.
           OPEN INPUT GRADE-HISTORY-FILE.
           READ GRADE-HISTORY-FILE INTO WS-GRADE-HIST-REC
               AT END MOVE "Y" TO HIST-EOF-SW.
           PERFORM D65-TERM-LINE-PARA
               UNTIL HIST-EOF-SW = "Y".
           CLOSE GRADE-HISTORY-FILE.
           IF WS-LINE-CNT = ZERO THEN
               MOVE "NO TERM HISTORY ON FILE" TO MSG-SC-OUT
               DISPLAY WS-SCR-MSG-LINE
           END-IF.
      *
      *
       D65-TERM-LINE-PARA.
           IF GH-STUD-ID = STUD-ID-NM THEN
               IF WS-LINE-CNT = ZERO THEN
                   DISPLAY WS-SCR-TERM-HDG-LINE
               END-IF
               ADD 1 TO WS-LINE-CNT
               MOVE GH-TERM-CODE TO TERM-SC-OUT
               MOVE GH-SEM-CREDITS TO SEM-CREDITS-SC-OUT
               MOVE GH-SEM-GP TO SEM-GP-SC-OUT
               MOVE GH-SEM-GPA TO SEM-GPA-SC-OUT
               DISPLAY WS-SCR-TERM-LINE
           END-IF.
           READ GRADE-HISTORY-FILE INTO WS-GRADE-HIST-REC
               AT END MOVE "Y" TO HIST-EOF-SW.
      *
      *
       D70-ENROLLMENT-PARA.
           DISPLAY " ".
           DISPLAY "CURRENT ENROLLMENT:".
           MOVE ZERO TO WS-LINE-CNT.
           MOVE "N" TO ENROLL-EOF-SW.
           OPEN INPUT ENROLL-FILE.
           READ ENROLL-FILE INTO WS-ENROLL-REC
               AT END MOVE "Y" TO ENROLL-EOF-SW.
           PERFORM D75-ENROLL-LINE-PARA
               UNTIL ENROLL-EOF-SW = "Y".
           CLOSE ENROLL-FILE.
           IF WS-LINE-CNT = ZERO THEN
               MOVE "NONE" TO MSG-SC-OUT
               DISPLAY WS-SCR-MSG-LINE
           END-IF.
      *
      *
       D75-ENROLL-LINE-PARA.
           IF EN-STUD-ID = STUD-ID-NM THEN
               ADD 1 TO WS-LINE-CNT
               MOVE EN-DEPT TO EN-DEPT-SC-OUT
               MOVE EN-COURSE-NUM TO EN-COURSE-SC-OUT
               MOVE EN-SECTION TO EN-SECTION-SC-OUT
               MOVE EN-TERM-CODE TO EN-TERM-SC-OUT
               DISPLAY WS-SCR-ENROLL-LINE
           END-IF.
           READ ENROLL-FILE INTO WS-ENROLL-REC
               AT END MOVE "Y" TO ENROLL-EOF-SW.
