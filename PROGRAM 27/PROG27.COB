      *
      * END-OF-NIGHT BALANCING REPORT. EVERY STEP OF THE NIGHTLY
      * STREAM (PROG20, PROG15, PROG14-2, PROG4-2, PROG14-3,
      * PROG14-4, PROG14-5, AND PROG38 ON THE NIGHTS THE ARCHIVE
      * RUNS) APPENDS ONE RECORD TO THE RUN LOG -
      * STEP NAME, START/STOP TIME, RECORDS IN, RECORDS OUT,
      * REJECTS. EACH STEP HAS ALWAYS BALANCED ITS OWN INPUTS;
      * NOBODY BALANCED THE STREAM. THIS PROGRAM READS THE LOG,
      *
      * A. UNLOAD TO MAINTENANCE - THE STUDENT FILE PROG20 WROTE
      *    MUST BE THE FILE PROG15 READ.
      * B. STUDENT COUNT PLUS PROG15 ADDS MINUS DROPS, MINUS
      *    PROG38 ARCHIVED PLUS REINSTATED, MUST EQUAL THE NEW
      *    MASTER GENERATION COUNT THE MERGE WROTE.
      * C. GRADE HISTORY RECORDS WRITTEN MUST EQUAL THE STUDENT
      *    ACTIVITY THE MERGE REPORTED.
      * D. PROG4-2 SCORES POSTED PLUS SUSPENDED MUST EQUAL THE
      *    VALID RESULTS IT READ.
      * E. THE STUDENT FILE PROG15 WROTE MUST BE THE FILE THE
      *    PROG38 ARCHIVE RUN READ.
      *
      * EVERY RELATIONSHIP PRINTS BALANCED OR OUT OF BALANCE, AND
      * A MISSING STEP RECORD IS CALLED OUT THE SAME WAY - THE
      *
      *    THE STEPS OF THE NIGHTLY STREAM, IN RUN ORDER. "14-2H"
      *    IS THE MERGE'S SECOND RECORD - ITS HISTORY ACTIVITY.
      *    "38" IS THE ARCHIVE RUN - IT RUNS BETWEEN PROG15 AND THE
      *    MERGE, BUT TAKES THE LAST SLOT.
       01  WS-STEP-CODES-X              PIC X(45)
               VALUE "20   15   14-2 14-2H4-2  14-3 14-4 14-5 38   ".
       01  WS-STEP-CODES REDEFINES WS-STEP-CODES-X.
           05  WS-STEP-CODE             PIC X(5) OCCURS 9 TIMES.
      *
      *    THE LATEST LOG RECORD SEEN FOR EACH STEP - A RERUN
      *    APPENDS A FRESH RECORD, SO LAST WINS. THE NOTE IS SET
      *    RECORD DATE, ALLOWING THE MIDNIGHT CROSSING) IS STALE,
      *    NOT TONIGHT'S RUN.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY  OCCURS 9 TIMES
                              INDEXED BY WS-STEP-IDX.
               10  WS-STEP-ID           PIC X(5).
               10  WS-STEP-FOUND-SW     PIC X(1).
           MOVE "N" TO LOG-EOF-SW.
           MOVE "N" TO WS-OOB-SW.
           MOVE ZERO TO WS-STEP-SUB.
           PERFORM B12-CLEAR-STEP-PARA 9 TIMES.
           READ RUN-LOG-FILE INTO WS-RUN-LOG-REC
               AT END MOVE "Y" TO LOG-EOF-SW.
      *
      *    RECORD IS NOT AN ERROR: THE STEP IS TREATED AS A
      *    PASS-THROUGH (MASTERS IN = MASTERS OUT = THE UNLOAD
      *    COUNT, NO ADDS OR DROPS) SO THE CROSS-FOOTS STILL READ
      *    TRUE. THE PROG38 ARCHIVE RUN IS RARER STILL AND IS
      *    PASSED THROUGH THE SAME WAY, FROM THE PROG15 FIGURES.
      *    ANY OTHER STEP MISSING OR CARRYING A FOREIGN DATE
      *    THROWS THE NIGHT OUT OF BALANCE.
       B30-STALE-CHECK-PARA.
           IF WS-STEP-FOUND-SW(3) = "Y" THEN
               MOVE "Y" TO WS-MERGE-FOUND-SW
               MOVE "N" TO WS-MERGE-FOUND-SW
           END-IF.
           MOVE ZERO TO WS-STEP-SUB.
           PERFORM B32-CHECK-ONE-STEP-PARA 9 TIMES.
      *
      *
       B32-CHECK-ONE-STEP-PARA.
                       MOVE "NOT RUN-PASSED" TO
                           WS-STEP-NOTE(WS-STEP-IDX)
                   ELSE
                       IF WS-STEP-SUB = 9 THEN
                           PERFORM B38-PASS-THROUGH-38-PARA
                           MOVE "NOT RUN-PASSED" TO
                               WS-STEP-NOTE(WS-STEP-IDX)
                       ELSE
                           MOVE "STEP MISSING" TO
                               WS-STEP-NOTE(WS-STEP-IDX)
                           MOVE "Y" TO WS-OOB-SW
                       END-IF
                   END-IF
               WHEN WS-MERGE-FOUND-SW = "N"
                   CONTINUE
                   PERFORM B36-PASS-THROUGH-15-PARA
                   MOVE "STALE-IGNORED" TO
                       WS-STEP-NOTE(WS-STEP-IDX)
               WHEN WS-STEP-SUB = 9
                   PERFORM B38-PASS-THROUGH-38-PARA
                   MOVE "STALE-IGNORED" TO
                       WS-STEP-NOTE(WS-STEP-IDX)
               WHEN OTHER
                   MOVE "DATE MISMATCH" TO
                       WS-STEP-NOTE(WS-STEP-IDX)
           MOVE ZERO TO WS-STEP-REJ(2).
      *
      *
      *    LIKEWISE A NIGHT WITHOUT THE ARCHIVE RUN PASSES THE
      *    MAINTENANCE OUTPUT STRAIGHT TO THE MERGE. SLOT 2 IS
      *    ALREADY SETTLED - THE STEPS ARE CHECKED IN SLOT ORDER.
       B38-PASS-THROUGH-38-PARA.
           MOVE WS-STEP-OUT(2) TO WS-STEP-IN(9).
           MOVE WS-STEP-OUT(2) TO WS-STEP-OUT(9).
           MOVE ZERO TO WS-STEP-REJ(9).
      *
      *
      *    THE DAY BEFORE THE MERGE'S RUN DATE, IN YYMMDD - SAME
      *    CALENDAR LOGIC THE STREAM STEPS USE, FEBRUARY RUNNING A
      *    DAY LONGER IN A LEAP YEAR.
      *
       C20-STEP-LISTING-PARA.
           MOVE ZERO TO WS-STEP-SUB.
           PERFORM C25-STEP-LINE-PARA 9 TIMES.
      *
      *
      *    THE NOTE COLUMN (AND ANY OUT-OF-BALANCE CONDITION IT
      *
      *    THE CROSS-FOOTS. TABLE SLOTS: 1 PROG20, 2 PROG15,
      *    3 MERGE MASTER PASS, 4 MERGE HISTORY, 5 PROG4-2,
      *    6 PROG14-3, 7 PROG14-4, 8 PROG14-5, 9 PROG38.
       C30-CROSS-FOOT-PARA.
           WRITE BALANCE-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "STUDENTS + ADDS - DROPS TO MASTER:" TO
               BAL-LABEL-BR-OUT.
           COMPUTE WS-EXPECTED-W = WS-STEP-OUT(1)
               + WS-STEP-OUT(2) - WS-STEP-IN(2)
               + WS-STEP-OUT(9) - WS-STEP-IN(9).
           MOVE WS-STEP-OUT(3) TO WS-ACTUAL-W.
           PERFORM C40-WRITE-BALANCE-PARA.

           MOVE WS-STEP-IN(5) TO WS-EXPECTED-W.
           COMPUTE WS-ACTUAL-W = WS-STEP-OUT(5) + WS-STEP-REJ(5).
           PERFORM C40-WRITE-BALANCE-PARA.

           MOVE "MAINTENANCE TO ARCHIVE RUN (15/38):" TO
               BAL-LABEL-BR-OUT.
           MOVE WS-STEP-OUT(2) TO WS-EXPECTED-W.
           MOVE WS-STEP-IN(9) TO WS-ACTUAL-W.
           PERFORM C40-WRITE-BALANCE-PARA.
      *
      *
       C40-WRITE-BALANCE-PARA.
