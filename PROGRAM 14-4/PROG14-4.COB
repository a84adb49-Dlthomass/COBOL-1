      * FIRST SO THE FILE STAYS IN STUDENT-PLUS-REASON SEQUENCE
      * FOR PROG14-5'S RECONCILIATION.
      *
      * A STUDENT THE BILLING RUN (PROG29) HAS FOUND PAST DUE ON
      * THE STUDENT ACCOUNT LEDGER GETS AN "FN" HOLD. THE BILLING
      * RUN'S FINANCIAL HOLD FEED IS IN STUDENT ORDER AND IS READ
      * ALONGSIDE THE MASTER - THE FN RECORD IS WRITTEN AHEAD OF
      * ANY PR AND WD RECORDS FOR THE SAME STUDENT, KEEPING THE
      * STUDENT-PLUS-REASON SEQUENCE. A FEED STUDENT NO LONGER ON
      * THE MASTER IS READ PAST.
      *
      *
      *
       ENVIRONMENT DIVISION.
                   WITH DUPLICATES.
           SELECT REG-HOLD-FILE
               ASSIGN TO "REG-HOLD.DAT".
           SELECT OPTIONAL FIN-HOLD-FILE
               ASSIGN TO "FIN-HOLD.DAT".
           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO "RUN-CONTROL.DAT".
           SELECT OPTIONAL RUN-LOG-FILE
           05  HOLD-REASON-CD-OUT       PIC X(2).
           05  FILLER                   PIC X(9).
      *
      *    THE BILLING RUN'S PAST-DUE FEED - SAME 20-BYTE LAYOUT
      *    AS THE HOLD FILE, REASON ALWAYS "FN".
       FD  FIN-HOLD-FILE
               RECORD CONTAINS 20 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS FIN-HOLD-REC-IN.
      *
       01  FIN-HOLD-REC-IN.
           05  STUD-ID-FH-IN            PIC X(9).
           05  HOLD-REASON-FH-IN        PIC X(2).
           05  FILLER                   PIC X(9).
      *
      *    ONE-RECORD CONTROL FILE SHARED BY THE WHOLE NIGHTLY
      *    STREAM - RUN DATE, LAST STEP COMPLETED, AND WHICH
      *    MASTER GENERATION THAT RUN PRODUCED. CHECKED ON
      *
       01  WS-SWITCHES.
           05  NM-EOF-SW                PIC X.
           05  FH-EOF-SW                PIC X.
      *
       01  WS-DATE-ACCEPT.
           05  DATE-ACCEPT              PIC X(6).
           05  FILLER                   PIC X(4).
      *
      *    HOLD REASON CODES:
      *        FN  -  FINANCIAL - A STUDENT ACCOUNT BALANCE STILL
      *               OWED PAST ITS DUE DATE, AS FOUND BY THE
      *               BILLING RUN. RELEASED WHEN THE BALANCE IS
      *               PAID AND THE BILLING RUN DROPS THE STUDENT
      *               FROM ITS FEED.
      *        PR  -  ACADEMIC PROBATION, CUM. GPA BELOW 2.00
      *        WD  -  EXCESSIVE WITHDRAWALS - THE MASTER'S
      *               WITHDRAWAL TALLY HAS REACHED THE THRESHOLD
           MOVE WS-TIME-ACCEPT(1:6) TO WS-STEP-START-TIME.
           PERFORM B05-RUN-CONTROL-CHECK-PARA.
           OPEN INPUT  NEW-MASTER-FILE
                       FIN-HOLD-FILE
                OUTPUT REG-HOLD-FILE.
           MOVE "N" TO NM-EOF-SW.
           MOVE "N" TO FH-EOF-SW.
           READ NEW-MASTER-FILE INTO WS-NM-REC
               AT END MOVE "Y" TO NM-EOF-SW.
           READ FIN-HOLD-FILE
               AT END MOVE "Y" TO FH-EOF-SW.
           PERFORM B20-PROCESS-PARA
               UNTIL NM-EOF-SW = "Y".
           CLOSE NEW-MASTER-FILE
                 FIN-HOLD-FILE
                 REG-HOLD-FILE.
           PERFORM C90-RUN-CONTROL-UPDATE-PARA.
           PERFORM C99-RUN-LOG-PARA.
      *
       B20-PROCESS-PARA.
           ADD 1 TO WS-READ-CNT.
           PERFORM B22-SKIP-FIN-HOLD-PARA
               UNTIL FH-EOF-SW = "Y" OR
                   STUD-ID-FH-IN IS NOT LESS THAN STUD-ID-NM.
           IF FH-EOF-SW = "N" AND STUD-ID-FH-IN = STUD-ID-NM THEN
               PERFORM C05-WRITE-FN-HOLD-PARA
           END-IF.
           IF CREDITS-NM IS GREATER THAN ZERO THEN
               COMPUTE CUM-GPA ROUNDED = GP-NM / CREDITS-NM
               IF CUM-GPA IS LESS THAN 2.00 THEN
           READ NEW-MASTER-FILE INTO WS-NM-REC
               AT END MOVE "Y" TO NM-EOF-SW.
      *
      *
      *    A FEED STUDENT WHO SORTS AHEAD OF THE CURRENT MASTER
      *    IS NOT ON THE MASTER - NOTHING TO HOLD, READ PAST.
       B22-SKIP-FIN-HOLD-PARA.
           READ FIN-HOLD-FILE
               AT END MOVE "Y" TO FH-EOF-SW.
      *
      *
       C05-WRITE-FN-HOLD-PARA.
           MOVE STUD-ID-NM TO STUD-ID-HOLD-OUT.
           MOVE "FN" TO HOLD-REASON-CD-OUT.
           WRITE REG-HOLD-REC-OUT.
           ADD 1 TO WS-HOLD-CNT.
           READ FIN-HOLD-FILE
               AT END MOVE "Y" TO FH-EOF-SW.
      *
      *
       C10-WRITE-HOLD-PARA.
           MOVE STUD-ID-NM TO STUD-ID-HOLD-OUT.
