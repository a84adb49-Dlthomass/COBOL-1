      * CANDIDATE CANNOT CLEAR UNTIL THE INCOMPLETE RESOLVES.
      *
      * A REQUIRED COURSE COUNTS AS PASSED WHEN THE COURSE HISTORY
      * FILE SHOWS A GRADE OF A THROUGH D - OR T, TRANSFER CREDIT
      * POSTED BY PROG37 - FOR IT AND NO LATER
      * CORRECTION ROW TOOK THAT GRADE BACK - THE ROWS ARE TAKEN
      * IN POSTING ORDER AND A CORRECTION TO A NON-PASSING GRADE
      * REMOVES THE COURSE FROM THE PASSED LIST. THE COURSE
      * CLEARED BY THE REGISTRAR'S MANUAL REVIEW, THE SAME WAY
      * PRE-HISTORY TERMS ARE HANDLED ON TRANSCRIPTS.
      *
      * TRANSFER CREDIT CARRIES NO GRADE POINTS AND IS NOT ON THE
      * MASTER'S CREDIT TOTAL, SO THE STUDENT'S "T" ROWS ARE ADDED
      * TO THE MASTER CREDITS FOR THE MINIMUM-CREDITS TEST. THE
      * GPA TEST STAYS ON THE MASTER'S OWN TOTALS.
      *
      * THE REQUIREMENTS FILE CARRIES TWO RECORD TYPES, BOTH 40
      * BYTES: A "P" RECORD PER PROGRAM (CODE, MINIMUM CREDITS,
      * MINIMUM GPA AS 9V99, PROGRAM NAME) AND AN "R" RECORD PER
           05  WS-MISSING-LIST          PIC X(28).
           05  WS-MISSING-SUB           PIC 9(2).
           05  WS-LOOKUP-KEY            PIC X(8).
           05  WS-TRANSFER-CREDITS      PIC 9(3).
           05  WS-EARNED-CREDITS        PIC 9(3).
      *
       01  WS-PROG-REQ-REC.
           05  PR-REC-TYPE              PIC X(1).
           05  CH-DEPT                  PIC X(4).
           05  CH-COURSE-NUM            PIC X(4).
           05  CH-GRADE                 PIC X(1).
               88  PASSING-GRADE-CH     VALUES "A" "B" "C" "D"
                                               "T".
           05  CH-CREDITS               PIC 9(1).
           05  CH-TERM-CODE             PIC X(6).
      *    "C" MARKS A GRADE CORRECTION ROW - ITS GRADE REPLACES
                     CRSHIST-HOLD IS GREATER THAN OR EQUAL TO
                         MASTER-HOLD.
           MOVE ZERO TO WS-PAS-ENTRY-CNT.
           MOVE ZERO TO WS-TRANSFER-CREDITS.
           PERFORM B26-GATHER-PASSED-PARA
               UNTIL CRSHIST-EOF-SW = "Y" OR
                     CRSHIST-HOLD IS NOT EQUAL TO MASTER-HOLD.
      *    PRINT AS CANDIDATE ON A GRADE THE REGISTRAR CORRECTED
      *    AWAY. AN ORDINARY NON-PASSING ROW (AN F, OR AN I/W ON A
      *    LATER ATTEMPT) REVOKES NOTHING - IT SIMPLY NEVER ADDS.
      *    A TRANSFER ROW ALSO ADDS ITS CREDITS TO THE STUDENT'S
      *    TRANSFER TOTAL.
       B26-GATHER-PASSED-PARA.
           IF CH-GRADE = "T" THEN
               ADD CH-CREDITS TO WS-TRANSFER-CREDITS
           END-IF.
           MOVE SPACES TO WS-LOOKUP-KEY.
           STRING CH-DEPT DELIMITED BY SIZE
                  CH-COURSE-NUM DELIMITED BY SIZE
           ELSE
               MOVE ZERO TO WS-CUM-GPA
           END-IF.
           ADD CREDITS-NM TO WS-TRANSFER-CREDITS
               GIVING WS-EARNED-CREDITS.
           IF WS-EARNED-CREDITS < WS-PGM-MIN-CREDITS(WS-PGM-IDX) THEN
               COMPUTE WS-CRED-SHORT =
                   WS-PGM-MIN-CREDITS(WS-PGM-IDX) - WS-EARNED-CREDITS
           ELSE
               MOVE ZERO TO WS-CRED-SHORT
           END-IF.
               MOVE PROG-CODE-NM TO WS-CAND-PROG-CODE(WS-CAND-IDX)
               MOVE STUD-ID-NM TO WS-CAND-STUD-ID(WS-CAND-IDX)
               MOVE LNAME-NM TO WS-CAND-LNAME(WS-CAND-IDX)
               MOVE WS-EARNED-CREDITS TO
                   WS-CAND-CREDITS(WS-CAND-IDX)
               MOVE WS-CUM-GPA TO WS-CAND-GPA(WS-CAND-IDX)
               MOVE WS-CRED-SHORT TO
                   WS-CAND-CRED-SHORT(WS-CAND-IDX)
