       IDENTIFICATION DIVISION.
      *
      *
       PROGRAM-ID.    PROG28.
      *AUTHOR.        ERIC.
      *INSTALLATION.  WSC.
      *DATE-WRITTEN.  APR 12,2004.
      *DATE-COMPILED. APR 12,2004.
      *SECURITY.      NONE.
      *
      *
      * THIS PROGRAM MAINTAINS THE TUITION AND FEE RATE FILE THE
      * BILLING RUN (PROG29) PRICES EVERY TERM ENROLLMENT FROM.
      * THE FILE IS INDEXED ON RATE TYPE PLUS RATE CODE AND
      * CARRIES TWO KINDS OF RATE:
      *
      * A. TYPE "T" - PER-CREDIT TUITION. THE CODE IS A PROGRAM
      *    OF STUDY (THE MASTER'S PROG-CODE), SO A PROGRAM CAN BE
      *    PRICED ON ITS OWN. THE CODE "STD" IS THE STANDARD RATE
      *    CHARGED A STUDENT WHOSE PROGRAM HAS NO RATE OF ITS OWN.
      * B. TYPE "F" - FLAT TERM FEE (REGISTRATION, TECHNOLOGY,
      *    LAB AND THE LIKE). EVERY ACTIVE FEE IS CHARGED ONCE TO
      *    EVERY STUDENT BILLED FOR A TERM.
      *
      * THE FILE IS MAINTAINED EXACTLY THE WAY PROG21 MAINTAINS THE
      * COURSE CATALOG - A TRANSACTION FILE APPLIED WITH A KEYED
      * READ AND WRITE/REWRITE:
      *
      * A. ACTION "A" (ADD) - BUILDS A NEW RATE, MARKED ACTIVE. AN
      *    ADD FOR A RATE ALREADY ON FILE, WITH A TYPE OTHER THAN
      *    T OR F, A BLANK CODE OR DESCRIPTION, OR AN AMOUNT THAT
      *    IS NOT NUMERIC OR IS ZERO, IS REJECTED.
      * B. ACTION "C" (CHANGE) - REPLACES THE DESCRIPTION AND/OR
      *    AMOUNT. A BLANK FIELD ON THE TRANSACTION LEAVES THE
      *    RATE FIELD UNCHANGED. A CHANGE FOR A RATE NOT ON FILE
      *    IS REJECTED.
      * C. ACTION "I" (INACTIVATE) - MARKS THE RATE INACTIVE. THE
      *    RECORD STAYS ON FILE FOR REFERENCE, BUT THE BILLING RUN
      *    NO LONGER CHARGES IT. AN INACTIVATE FOR A RATE NOT ON
      *    FILE IS REJECTED.
      *
      * EVERY RECORD TOUCHED IS LISTED ON AN AUDIT REPORT WITH ITS
      * BEFORE AND AFTER IMAGES, AND TOTALS OF ADDS, CHANGES,
      * INACTIVATIONS AND REJECTS ARE PRINTED AT THE END.
      *
      *
      *
       ENVIRONMENT DIVISION.
      *
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT OPTIONAL FEE-RATE-FILE
               ASSIGN TO "FEE-RATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RT-RATE-KEY.
           SELECT RATE-MAINT-FILE
               ASSIGN TO "RATEMAINT.DAT".
           SELECT AUDIT-REPORT
               ASSIGN TO "PROG28_OUT.DAT".
      *
      *
      *
       DATA DIVISION.
      *
      *
       FILE SECTION.
      *
      *    THE RATE FILE - ONE RECORD PER TUITION RATE OR FLAT FEE,
      *    KEYED ON RATE TYPE PLUS RATE CODE, CARRYING THE BILLING
      *    DESCRIPTION, THE AMOUNT AND AN ACTIVE/INACTIVE BYTE.
       FD  FEE-RATE-FILE
               RECORD CONTAINS 50 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS FEE-RATE-REC.
      *
       01  FEE-RATE-REC.
           05  RT-RATE-KEY.
               10  RT-RATE-TYPE         PIC X(1).
               10  RT-RATE-CODE         PIC X(4).
           05  RT-RATE-DESC             PIC X(24).
      *    PER CREDIT FOR A "T" RATE, PER TERM FOR AN "F" RATE.
           05  RT-AMOUNT                PIC 9(5)V99.
           05  RT-ACTIVE-IND            PIC X(1).
           05  FILLER                   PIC X(13).
      *
       FD  RATE-MAINT-FILE
               RECORD CONTAINS 40 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS RATE-MAINT-REC-IN.
      *
       01  RATE-MAINT-REC-IN            PIC X(40).
      *
       FD  AUDIT-REPORT
               RECORD CONTAINS 132 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS AUDIT-REPORT-OUT.
      *
       01  AUDIT-REPORT-OUT             PIC X(132).
      *
      *
      *
       WORKING-STORAGE SECTION.
      *
      *
       01  WS-SWITCHES.
           05  MAINT-EOF-SW             PIC X.
           05  RATE-FOUND-SW            PIC X.
      *
       01  WS-AUDIT-COUNTS.
           05  WS-ADD-CNT               PIC 9(5) VALUE ZERO.
           05  WS-CHANGE-CNT            PIC 9(5) VALUE ZERO.
           05  WS-INACT-CNT             PIC 9(5) VALUE ZERO.
           05  WS-REJECT-CNT            PIC 9(5) VALUE ZERO.
      *
       01  WS-DATE-ACCEPT.
           05  DATE-ACCEPT              PIC X(6).
           05  DATE-WS REDEFINES DATE-ACCEPT.
               10  WS-YEAR              PIC X(2).
               10  WS-MONTH             PIC X(2).
               10  WS-DAY               PIC X(2).
      *
      *    THE AMOUNT IS KEYED AS SEVEN DIGITS WITH AN IMPLIED
      *    DECIMAL POINT - 0012500 IS 125.00.
       01  WS-RATE-MAINT-REC.
           05  ACTION-CODE-RM           PIC X(1).
               88  ADD-ACTION-RM        VALUE "A".
               88  CHANGE-ACTION-RM     VALUE "C".
               88  INACT-ACTION-RM      VALUE "I".
               88  VALID-ACTION-RM      VALUES "A" "C" "I".
           05  RATE-TYPE-RM             PIC X(1).
               88  VALID-RATE-TYPE-RM   VALUES "T" "F".
           05  RATE-CODE-RM             PIC X(4).
           05  RATE-DESC-RM             PIC X(24).
           05  AMOUNT-RM-X              PIC X(7).
           05  AMOUNT-RM-9 REDEFINES AMOUNT-RM-X
                                        PIC 9(5)V99.
           05  FILLER                   PIC X(3).
      *
       01  WS-AR-LINE-01.
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
       01  WS-AR-LINE-02.
           05  FILLER                   PIC X(22) VALUE SPACES.
           05  FILLER                   PIC X(4) VALUE "RATE".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(4) VALUE "FILE".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(11) VALUE "MAINTENANCE".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(5) VALUE "AUDIT".
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  FILLER                   PIC X(6) VALUE "REPORT".
           05  FILLER                   PIC X(76) VALUE SPACES.
      *
       01  WS-AR-LINE-03.
           05  FILLER                   PIC X(6) VALUE "DATE: ".
           05  RUN-DATE-AR-OUT.
               10  MONTH-AR-OUT         PIC X(2).
               10  FILLER               PIC X VALUE "/".
               10  DAY-AR-OUT           PIC X(2).
               10  FILLER               PIC X VALUE "/".
               10  YEAR-AR-OUT          PIC X(2).
           05  FILLER                   PIC X(118) VALUE SPACES.
      *
       01  WS-AR-LINE-04.
           05  FILLER                   PIC X(6) VALUE "ACTION".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(4) VALUE "TYPE".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(4) VALUE "CODE".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(5) VALUE "IMAGE".
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE "DESCRIPTION".
           05  FILLER                   PIC X(15) VALUE SPACES.
           05  FILLER                   PIC X(6) VALUE "AMOUNT".
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  FILLER                   PIC X(4) VALUE "ACT.".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE "DISPOSITION".
           05  FILLER                   PIC X(51) VALUE SPACES.
      *
       01  WS-AR-DL-LINE-05.
           05  ACTION-AR                PIC X(6).
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  RATE-TYPE-AR             PIC X(1).
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  RATE-CODE-AR             PIC X(4).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  IMAGE-TAG-AR             PIC X(6).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RATE-DESC-AR             PIC X(24).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  AMOUNT-AR                PIC X(9).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  ACTIVE-AR                PIC X(1).
           05  FILLER                   PIC X(5) VALUE SPACES.
           05  DISPOSITION-AR           PIC X(24).
           05  FILLER                   PIC X(37) VALUE SPACES.
      *
      *    EDITED VIEW OF AN AMOUNT FOR THE IMAGE LINE - A REJECTED
      *    TRANSACTION SHOWS THE AMOUNT EXACTLY AS KEYED INSTEAD.
       01  WS-AMOUNT-EDIT.
           05  WS-AMOUNT-ED             PIC ZZ,ZZ9.99.
      *
       01  WS-AR-TOT-LINE-06.
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  FILLER                   PIC X(14)
                                        VALUE "ADDS:         ".
           05  WS-ADD-OUT               PIC ZZZZ9.
           05  FILLER                   PIC X(107) VALUE SPACES.
      *
       01  WS-AR-TOT-LINE-07.
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  FILLER                   PIC X(14)
                                        VALUE "CHANGES:      ".
           05  WS-CHANGE-OUT            PIC ZZZZ9.
           05  FILLER                   PIC X(107) VALUE SPACES.
      *
       01  WS-AR-TOT-LINE-08.
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  FILLER                   PIC X(14)
                                        VALUE "INACTIVATIONS:".
           05  WS-INACT-OUT             PIC ZZZZ9.
           05  FILLER                   PIC X(107) VALUE SPACES.
      *
       01  WS-AR-TOT-LINE-09.
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  FILLER                   PIC X(14)
                                        VALUE "REJECTS:      ".
           05  WS-REJECT-OUT            PIC ZZZZ9.
           05  FILLER                   PIC X(107) VALUE SPACES.
      *
       01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.
      *
      *
      *
       PROCEDURE DIVISION.
      *
      *
       A00-MAINLINE-PARA.
           OPEN I-O   FEE-RATE-FILE.
           OPEN INPUT RATE-MAINT-FILE
                OUTPUT AUDIT-REPORT.
           PERFORM B10-INIT-PARA.
           PERFORM B20-PROCESS-PARA
               UNTIL MAINT-EOF-SW = "Y".
           PERFORM C30-AUDIT-TOTALS-PARA.
           CLOSE FEE-RATE-FILE
                 RATE-MAINT-FILE
                 AUDIT-REPORT.
           STOP RUN.
      *
      *
       B10-INIT-PARA.
           ACCEPT DATE-ACCEPT FROM DATE.
           MOVE WS-MONTH TO MONTH-AR-OUT.
           MOVE WS-DAY TO DAY-AR-OUT.
           MOVE WS-YEAR TO YEAR-AR-OUT.
           MOVE "N" TO MAINT-EOF-SW.
           PERFORM C10-AUDIT-HEADINGS-PARA.
           READ RATE-MAINT-FILE INTO WS-RATE-MAINT-REC
               AT END MOVE "Y" TO MAINT-EOF-SW.
      *
      *
      *    THE RATE FILE IS KEYED - EACH TRANSACTION STANDS ALONE,
      *    SO ONE KEYED READ TELLS THE ADD/CHANGE/INACTIVATE LEGS
      *    WHETHER THE RATE IS ALREADY ON FILE. NO SEQUENCE IS
      *    REQUIRED OF THE MAINTENANCE FILE.
       B20-PROCESS-PARA.
           PERFORM B25-FIND-RATE-PARA.
           EVALUATE TRUE
               WHEN ADD-ACTION-RM
                   PERFORM C40-ADD-RATE-PARA
               WHEN CHANGE-ACTION-RM
                   PERFORM C50-CHANGE-RATE-PARA
               WHEN INACT-ACTION-RM
                   PERFORM C60-INACT-RATE-PARA
               WHEN OTHER
                   ADD 1 TO WS-REJECT-CNT
                   MOVE ACTION-CODE-RM TO ACTION-AR
                   PERFORM C70-TRANS-IMAGE-PARA
                   MOVE "REJECTED-BAD ACTION CD" TO DISPOSITION-AR
                   WRITE AUDIT-REPORT-OUT FROM WS-AR-DL-LINE-05
           END-EVALUATE.
           READ RATE-MAINT-FILE INTO WS-RATE-MAINT-REC
               AT END MOVE "Y" TO MAINT-EOF-SW.
      *
      *
       B25-FIND-RATE-PARA.
           MOVE RATE-TYPE-RM TO RT-RATE-TYPE.
           MOVE RATE-CODE-RM TO RT-RATE-CODE.
           READ FEE-RATE-FILE
               INVALID KEY
                   MOVE "N" TO RATE-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO RATE-FOUND-SW
           END-READ.
      *
      *
      *    AN ADD MUST CARRY A COMPLETE RATE - THE BILLING RUN
      *    CHARGES EVERY ACTIVE RATE AS IT STANDS, SO A HALF-KEYED
      *    RATE NEVER GETS ON FILE.
       C40-ADD-RATE-PARA.
           MOVE "ADD" TO ACTION-AR.
           EVALUATE TRUE
               WHEN RATE-FOUND-SW = "Y"
                   ADD 1 TO WS-REJECT-CNT
                   PERFORM C70-TRANS-IMAGE-PARA
                   MOVE "REJECTED-ALREADY ON FILE" TO DISPOSITION-AR
                   WRITE AUDIT-REPORT-OUT FROM WS-AR-DL-LINE-05
               WHEN NOT VALID-RATE-TYPE-RM
                   ADD 1 TO WS-REJECT-CNT
                   PERFORM C70-TRANS-IMAGE-PARA
                   MOVE "REJECTED-BAD RATE TYPE" TO DISPOSITION-AR
                   WRITE AUDIT-REPORT-OUT FROM WS-AR-DL-LINE-05
               WHEN RATE-CODE-RM = SPACES OR RATE-DESC-RM = SPACES
                   ADD 1 TO WS-REJECT-CNT
                   PERFORM C70-TRANS-IMAGE-PARA
                   MOVE "REJECTED-FIELD MISSING" TO DISPOSITION-AR
                   WRITE AUDIT-REPORT-OUT FROM WS-AR-DL-LINE-05
               WHEN AMOUNT-RM-9 IS NOT NUMERIC OR AMOUNT-RM-9 = ZERO
                   ADD 1 TO WS-REJECT-CNT
                   PERFORM C70-TRANS-IMAGE-PARA
                   MOVE "REJECTED-BAD AMOUNT" TO DISPOSITION-AR
                   WRITE AUDIT-REPORT-OUT FROM WS-AR-DL-LINE-05
               WHEN OTHER
                   ADD 1 TO WS-ADD-CNT
                   MOVE SPACES TO FEE-RATE-REC
                   MOVE RATE-TYPE-RM TO RT-RATE-TYPE
                   MOVE RATE-CODE-RM TO RT-RATE-CODE
                   MOVE RATE-DESC-RM TO RT-RATE-DESC
                   MOVE AMOUNT-RM-9 TO RT-AMOUNT
                   MOVE "Y" TO RT-ACTIVE-IND
                   WRITE FEE-RATE-REC
                   PERFORM C80-RATE-IMAGE-PARA
                   MOVE "AFTER" TO IMAGE-TAG-AR
                   MOVE "ADDED" TO DISPOSITION-AR
                   WRITE AUDIT-REPORT-OUT FROM WS-AR-DL-LINE-05
           END-EVALUATE.
      *
      *
       C50-CHANGE-RATE-PARA.
           MOVE "CHANGE" TO ACTION-AR.
           EVALUATE TRUE
               WHEN RATE-FOUND-SW = "N"
                   ADD 1 TO WS-REJECT-CNT
                   PERFORM C70-TRANS-IMAGE-PARA
                   MOVE "REJECTED-NOT ON FILE" TO DISPOSITION-AR
                   WRITE AUDIT-REPORT-OUT FROM WS-AR-DL-LINE-05
               WHEN AMOUNT-RM-X IS NOT EQUAL TO SPACES AND
                   (AMOUNT-RM-9 IS NOT NUMERIC OR AMOUNT-RM-9 = ZERO)
                   ADD 1 TO WS-REJECT-CNT
                   PERFORM C70-TRANS-IMAGE-PARA
                   MOVE "REJECTED-BAD AMOUNT" TO DISPOSITION-AR
                   WRITE AUDIT-REPORT-OUT FROM WS-AR-DL-LINE-05
               WHEN OTHER
                   ADD 1 TO WS-CHANGE-CNT
                   PERFORM C80-RATE-IMAGE-PARA
                   MOVE "BEFORE" TO IMAGE-TAG-AR
                   MOVE SPACES TO DISPOSITION-AR
                   WRITE AUDIT-REPORT-OUT FROM WS-AR-DL-LINE-05
                   IF RATE-DESC-RM IS NOT EQUAL TO SPACES THEN
                       MOVE RATE-DESC-RM TO RT-RATE-DESC
                   END-IF
                   IF AMOUNT-RM-X IS NOT EQUAL TO SPACES THEN
                       MOVE AMOUNT-RM-9 TO RT-AMOUNT
                   END-IF
                   REWRITE FEE-RATE-REC
                   PERFORM C80-RATE-IMAGE-PARA
                   MOVE "AFTER" TO IMAGE-TAG-AR
                   MOVE "CHANGED" TO DISPOSITION-AR
                   WRITE AUDIT-REPORT-OUT FROM WS-AR-DL-LINE-05
           END-EVALUATE.
      *
      *
       C60-INACT-RATE-PARA.
           MOVE "INACT." TO ACTION-AR.
           IF RATE-FOUND-SW = "N" THEN
               ADD 1 TO WS-REJECT-CNT
               PERFORM C70-TRANS-IMAGE-PARA
               MOVE "REJECTED-NOT ON FILE" TO DISPOSITION-AR
               WRITE AUDIT-REPORT-OUT FROM WS-AR-DL-LINE-05
           ELSE
               ADD 1 TO WS-INACT-CNT
               PERFORM C80-RATE-IMAGE-PARA
               MOVE "BEFORE" TO IMAGE-TAG-AR
               MOVE SPACES TO DISPOSITION-AR
               WRITE AUDIT-REPORT-OUT FROM WS-AR-DL-LINE-05
               MOVE "N" TO RT-ACTIVE-IND
               REWRITE FEE-RATE-REC
               PERFORM C80-RATE-IMAGE-PARA
               MOVE "AFTER" TO IMAGE-TAG-AR
               MOVE "INACTIVATED" TO DISPOSITION-AR
               WRITE AUDIT-REPORT-OUT FROM WS-AR-DL-LINE-05
           END-IF.
      *
      *
      *    FILL THE DETAIL LINE FROM THE TRANSACTION ALONE - USED
      *    FOR REJECTS, WHERE THERE MAY BE NO RATE RECORD TO SHOW.
       C70-TRANS-IMAGE-PARA.
           MOVE RATE-TYPE-RM TO RATE-TYPE-AR.
           MOVE RATE-CODE-RM TO RATE-CODE-AR.
           MOVE SPACES TO IMAGE-TAG-AR.
           MOVE RATE-DESC-RM TO RATE-DESC-AR.
           MOVE AMOUNT-RM-X TO AMOUNT-AR.
           MOVE SPACE TO ACTIVE-AR.
      *
      *
      *    FILL THE DETAIL LINE FROM THE RATE RECORD - USED FOR THE
      *    BEFORE/AFTER IMAGES OF A CHANGE OR INACTIVATION AND THE
      *    AFTER IMAGE OF AN ADD.
       C80-RATE-IMAGE-PARA.
           MOVE RT-RATE-TYPE TO RATE-TYPE-AR.
           MOVE RT-RATE-CODE TO RATE-CODE-AR.
           MOVE RT-RATE-DESC TO RATE-DESC-AR.
           MOVE RT-AMOUNT TO WS-AMOUNT-ED.
           MOVE WS-AMOUNT-EDIT TO AMOUNT-AR.
           MOVE RT-ACTIVE-IND TO ACTIVE-AR.
      *
      *
       C10-AUDIT-HEADINGS-PARA.
           WRITE AUDIT-REPORT-OUT FROM WS-AR-LINE-01
               AFTER ADVANCING PAGE.
           WRITE AUDIT-REPORT-OUT FROM WS-AR-LINE-02
               AFTER ADVANCING 2 LINES.
           WRITE AUDIT-REPORT-OUT FROM WS-AR-LINE-03
               AFTER ADVANCING 2 LINES.
           WRITE AUDIT-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE AUDIT-REPORT-OUT FROM WS-AR-LINE-04
               AFTER ADVANCING 1 LINE.
           WRITE AUDIT-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE.
      *
      *
       C30-AUDIT-TOTALS-PARA.
           MOVE WS-ADD-CNT TO WS-ADD-OUT.
           MOVE WS-CHANGE-CNT TO WS-CHANGE-OUT.
           MOVE WS-INACT-CNT TO WS-INACT-OUT.
           MOVE WS-REJECT-CNT TO WS-REJECT-OUT.
           WRITE AUDIT-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 2 LINES.
           WRITE AUDIT-REPORT-OUT FROM WS-AR-TOT-LINE-06
               AFTER ADVANCING 1 LINE.
           WRITE AUDIT-REPORT-OUT FROM WS-AR-TOT-LINE-07
               AFTER ADVANCING 1 LINE.
           WRITE AUDIT-REPORT-OUT FROM WS-AR-TOT-LINE-08
               AFTER ADVANCING 1 LINE.
           WRITE AUDIT-REPORT-OUT FROM WS-AR-TOT-LINE-09
               AFTER ADVANCING 1 LINE.
