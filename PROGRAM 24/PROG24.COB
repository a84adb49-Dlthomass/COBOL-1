      *SECURITY.      NONE.
      *
      *
      * MAILING EXTRACT FOR STUDENT LETTERS. THREE FEEDS NAME
      * STUDENTS WHO GET A LETTER:
      *
      * A. THE REGISTRATION-HOLD DELTA FILE PROG14-5 WRITES - AN
      *    BE NOTIFIED. RELEASE RECORDS GET NO LETTER.
      * B. THE DEAN'S LIST / HONOR ROLL EXTRACT PROG14-3 WRITES -
      *    EVERY STUDENT ON IT GETS A CONGRATULATION LETTER.
      * C. THE SAP LETTER FEED PROG36 WRITES - A STUDENT NEWLY
      *    PUT ON FINANCIAL AID WARNING ("SW") OR SUSPENSION
      *    ("SS") GETS THE AID OFFICE'S NOTICE.
      *
      * EACH STUDENT IS JOINED TO THE CURRENT MASTER GENERATION
      * FOR THE NAME AND TO THE DEMOGRAPHICS FILE FOR THE MAILING
      * ADDRESS - ONE KEYED READ OF EACH. THE RESULT IS A MAILING
      * EXTRACT FILE, ONE RECORD PER LETTER WITH THE LETTER CODE
      * (HOLD REASON, RECOGNITION OR SAP CODE), STUDENT NUMBER, NAME
      * AND ADDRESS, READY FOR THE LETTER RUN. A SUMMARY REPORT
      * LISTS EVERY LETTER AND CALLS OUT STUDENTS WITH NO ADDRESS
      * ON FILE - THOSE STILL CANNOT BE MAILED, BUT NOW THEY ARE A
               ASSIGN TO "REG-HOLD-DELTA.DAT".
           SELECT OPTIONAL DEANS-LIST-FILE
               ASSIGN TO "DEANS-LIST.DAT".
           SELECT OPTIONAL SAP-LETTER-FILE
               ASSIGN TO "SAP-LETTER.DAT".
           SELECT MAILING-FILE
               ASSIGN TO "MAILING.DAT".
           SELECT MAILING-REPORT
               DATA RECORD IS DEANS-LIST-REC-IN.
      *
       01  DEANS-LIST-REC-IN            PIC X(20).
      *
       FD  SAP-LETTER-FILE
               RECORD CONTAINS 20 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SAP-LETTER-REC-IN.
      *
       01  SAP-LETTER-REC-IN            PIC X(20).
      *
       FD  MAILING-FILE
               RECORD CONTAINS 90 CHARACTERS
       01  WS-SWITCHES.
           05  DELTA-EOF-SW             PIC X.
           05  DEANS-EOF-SW             PIC X.
           05  SAP-EOF-SW               PIC X.
           05  NM-FOUND-SW              PIC X.
           05  DEMO-FOUND-SW            PIC X.
      *
       01  WS-MAIL-COUNTS.
           05  WS-HOLD-LETTER-CNT       PIC 9(5) VALUE ZERO.
           05  WS-RECOG-LETTER-CNT      PIC 9(5) VALUE ZERO.
           05  WS-SAP-LETTER-CNT        PIC 9(5) VALUE ZERO.
           05  WS-NO-ADDR-CNT           PIC 9(5) VALUE ZERO.
           05  WS-NO-MASTER-CNT         PIC 9(5) VALUE ZERO.
      *
           05  STUD-ID-DLF              PIC X(9).
           05  RECOG-CD-DLF             PIC X(2).
           05  FILLER                   PIC X(9).
      *
       01  WS-SAP-LETTER-REC.
           05  STUD-ID-SLF              PIC X(9).
           05  LETTER-CD-SLF            PIC X(2).
           05  FILLER                   PIC X(9).
      *
       01  WS-NM-REC.
           05  FILLER                   PIC X(2).
           PERFORM B05-FIND-MASTER-GEN-PARA.
           OPEN INPUT  DELTA-FILE
                       DEANS-LIST-FILE
                       SAP-LETTER-FILE
                       NEW-MASTER-FILE
                       STU-DEMO-FILE
                OUTPUT MAILING-FILE
               UNTIL DELTA-EOF-SW = "Y".
           PERFORM B30-RECOG-LETTERS-PARA
               UNTIL DEANS-EOF-SW = "Y".
           PERFORM B40-SAP-LETTERS-PARA
               UNTIL SAP-EOF-SW = "Y".
           PERFORM C30-MAIL-TOTALS-PARA.
           CLOSE DELTA-FILE
                 DEANS-LIST-FILE
                 SAP-LETTER-FILE
                 NEW-MASTER-FILE
                 STU-DEMO-FILE
                 MAILING-FILE
           MOVE WS-YEAR TO YEAR-MR-OUT.
           MOVE "N" TO DELTA-EOF-SW.
           MOVE "N" TO DEANS-EOF-SW.
           MOVE "N" TO SAP-EOF-SW.
           PERFORM C10-MAIL-HEADINGS-PARA.
           READ DELTA-FILE INTO WS-DELTA-REC
               AT END MOVE "Y" TO DELTA-EOF-SW.
           READ DEANS-LIST-FILE INTO WS-DEANS-LIST-REC
               AT END MOVE "Y" TO DEANS-EOF-SW.
           READ SAP-LETTER-FILE INTO WS-SAP-LETTER-REC
               AT END MOVE "Y" TO SAP-EOF-SW.
      *
      *
      *    ONE LETTER PER ADD-HOLD DELTA RECORD - THE LETTER CODE
           READ DEANS-LIST-FILE INTO WS-DEANS-LIST-REC
               AT END MOVE "Y" TO DEANS-EOF-SW.
      *
      *
       B40-SAP-LETTERS-PARA.
           ADD 1 TO WS-SAP-LETTER-CNT.
           MOVE LETTER-CD-SLF TO WS-LETTER-CD.
           MOVE STUD-ID-SLF TO WS-LETTER-STUD-ID.
           PERFORM C20-WRITE-LETTER-PARA.
           READ SAP-LETTER-FILE INTO WS-SAP-LETTER-REC
               AT END MOVE "Y" TO SAP-EOF-SW.
      *
      *
      *    JOIN ONE LETTER STUDENT TO NAME AND ADDRESS AND WRITE
      *    THE EXTRACT RECORD. A STUDENT MISSING FROM THE MASTER
               AFTER ADVANCING 1 LINE.
           MOVE "RECOGNITION LETTERS:  " TO MR-TOT-LABEL-OUT.
           MOVE WS-RECOG-LETTER-CNT TO MR-TOT-COUNT-OUT.
           WRITE MAILING-REPORT-OUT FROM WS-MR-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "SAP LETTERS:          " TO MR-TOT-LABEL-OUT.
           MOVE WS-SAP-LETTER-CNT TO MR-TOT-COUNT-OUT.
           WRITE MAILING-REPORT-OUT FROM WS-MR-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "NO ADDRESS ON FILE:   " TO MR-TOT-LABEL-OUT.
