       IDENTIFICATION DIVISION.
      *
      *
       PROGRAM-ID.    PROG29.
      *AUTHOR.        ERIC.
      *INSTALLATION.  WSC.
      *DATE-WRITTEN.  APR 19,2004.
      *DATE-COMPILED. APR 19,2004.
      *SECURITY.      NONE.
      *
      *
      * THIS PROGRAM IS THE STUDENT ACCOUNTS BILLING RUN. IT KEEPS
      * A LEDGER FOR EVERY BILLED STUDENT ON THE STUDENT ACCOUNT
      * FILE, INDEXED ON THE SAME 9-BYTE STUDENT NUMBER AS THE
      * MASTER, AND DOES FOUR THINGS IN ONE PASS OF THE RUN:
      *
      * A. CHARGES - THE ENROLLMENT FILE PROG22 LOADS IS SORTED
      *    INTO STUDENT AND TERM SEQUENCE AND EACH STUDENT'S
      *    COURSES FOR THE CURRENT TERM ARE PRICED. TUITION IS THE
      *    CATALOG CREDITS (CC-CREDITS) TIMES THE PER-CREDIT RATE
      *    FOR THE STUDENT'S PROGRAM OF STUDY ON THE RATE FILE
      *    PROG28 MAINTAINS, OR THE STANDARD RATE WHEN THE PROGRAM
      *    HAS NO RATE OF ITS OWN. EVERY ACTIVE FLAT FEE IS ADDED
      *    ONCE PER TERM. THE ACCOUNT REMEMBERS THE LAST TERM
      *    BILLED, SO RUNNING THE PROGRAM AGAIN IN THE SAME TERM
      *    NEVER BILLS A STUDENT TWICE.
      * B. PAYMENTS - THE CASHIER'S PAYMENT FILE IS POSTED AGAINST
      *    THE LEDGER WITH ONE KEYED READ PER PAYMENT. A PAYMENT
      *    FOR A STUDENT WITH NO ACCOUNT, OR WITH AN AMOUNT THAT
      *    IS NOT NUMERIC OR IS ZERO, IS REJECTED.
      * C. STATEMENTS - EVERY STUDENT WITH ACTIVITY THIS RUN GETS
      *    A STATEMENT PAGE, ADDRESSED FROM THE DEMOGRAPHICS FILE
      *    THE WAY PROG24 ADDRESSES LETTERS: PREVIOUS BALANCE,
      *    EACH CHARGE AND PAYMENT, NEW BALANCE AND DUE DATE.
      * D. PAST DUE - A STUDENT WHOSE BALANCE IS STILL OWED AFTER
      *    THE DUE DATE IS WRITTEN TO THE FINANCIAL HOLD FEED.
      *    PROG14-4 CARRIES THOSE STUDENTS INTO THE NIGHTLY
      *    REGISTRATION-HOLD FILE UNDER REASON "FN", SO PROG14-5
      *    ADDS AND RELEASES THEM EXACTLY AS IT DOES PR AND WD.
      *
      * EVERY CHARGE AND PAYMENT IS ALSO APPENDED TO THE LEDGER
      * HISTORY FILE, WHICH IS THE PERMANENT DETAIL BEHIND EACH
      * BALANCE. THE BILLING REGISTER LISTS EVERY STUDENT BILLED,
      * EVERY PAYMENT AND EVERY PAST-DUE STUDENT, WITH COUNT AND
      * DOLLAR TOTALS AT THE END.
      *
      * THE PROGRAM IS SAFE TO RUN NIGHTLY - WITH NOTHING NEW TO
      * BILL AND NO PAYMENTS IT STILL REFRESHES THE FINANCIAL HOLD
      * FEED AS DUE DATES PASS.
      *
      *
      *
       ENVIRONMENT DIVISION.
      *
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT OPTIONAL ENROLL-FILE-IN
               ASSIGN TO "ENROLL.DAT".
           SELECT SORTED-ENROLL-FILE
               ASSIGN TO "SORTED-ENROLL29.DAT".
           SELECT SORT-WORK-FILE
               ASSIGN TO "SORT-WORK29.DAT".
           SELECT OPTIONAL PAYMENT-FILE
               ASSIGN TO "PAYMENTS.DAT".
           SELECT OPTIONAL FEE-RATE-FILE
               ASSIGN TO "FEE-RATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RT-RATE-KEY.
           SELECT OPTIONAL STU-ACCOUNT-FILE
               ASSIGN TO "STU-ACCOUNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-STUD-ID.
           SELECT OPTIONAL LEDGER-HIST-FILE
               ASSIGN TO "LEDGER-HIST.DAT".
           SELECT LEDGER-WORK-FILE
               ASSIGN TO "LEDGER-WORK29.DAT".
           SELECT SORTED-LEDGER-FILE
               ASSIGN TO "SORTED-LEDGER29.DAT".
           SELECT LEDGER-SORT-FILE
               ASSIGN TO "SORT-LEDGER29.DAT".
           SELECT FIN-HOLD-FILE
               ASSIGN TO "FIN-HOLD.DAT".
           SELECT BILLING-REPORT
               ASSIGN TO "PROG29_OUT.DAT".
           SELECT STATEMENT-FILE
               ASSIGN TO "STATEMENT.DAT".
           SELECT NEW-MASTER-FILE
               ASSIGN USING WS-MASTER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUD-ID-KEY-NM
               ALTERNATE RECORD KEY IS STUD-NAME-KEY-NM
                   WITH DUPLICATES.
           SELECT COURSE-CAT-FILE
               ASSIGN TO "COURSE-CAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CC-COURSE-KEY.
           SELECT OPTIONAL STU-DEMO-FILE
               ASSIGN TO "STUDEMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-STUD-ID-KEY.
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
       FD  ENROLL-FILE-IN
               RECORD CONTAINS 30 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS ENROLL-REC-IN.
      *
       01  ENROLL-REC-IN                PIC X(30).
      *
       FD  SORTED-ENROLL-FILE
               RECORD CONTAINS 30 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SORTED-ENROLL-REC.
      *
       01  SORTED-ENROLL-REC            PIC X(30).
      *
       SD  SORT-WORK-FILE
             DATA RECORD IS SORT-WORK-REC.
      *
       01  SORT-WORK-REC.
           05  SR-STUD-ID-SW            PIC X(9).
           05  SR-DEPT-SW               PIC X(4).
           05  SR-COURSE-NUM-SW         PIC X(4).
           05  SR-SECTION-SW            PIC X(2).
           05  SR-TERM-CODE-SW          PIC X(6).
           05  SR-FILLER                PIC X(5).
      *
       FD  PAYMENT-FILE
               RECORD CONTAINS 40 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS PAYMENT-REC-IN.
      *
       01  PAYMENT-REC-IN               PIC X(40).
      *
      *    THE RATE FILE PROG28 MAINTAINS - READ END TO END ONCE
      *    INTO THE RATE TABLE BELOW.
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
           05  RT-AMOUNT                PIC 9(5)V99.
           05  RT-ACTIVE-IND            PIC X(1).
           05  FILLER                   PIC X(13).
      *
      *    THE STUDENT ACCOUNT (LEDGER) FILE - ONE RECORD PER
      *    STUDENT EVER BILLED, KEYED ON THE STUDENT NUMBER. THE
      *    BALANCE IS SIGNED - A NEGATIVE BALANCE IS A CREDIT ON
      *    THE ACCOUNT. THE DUE DATE IS THE DATE THE OLDEST UNPAID
      *    CHARGE FELL DUE, SPACES WHEN NOTHING IS OWED.
       FD  STU-ACCOUNT-FILE
               RECORD CONTAINS 60 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS STU-ACCOUNT-REC.
      *
       01  STU-ACCOUNT-REC.
           05  AC-STUD-ID               PIC X(9).
           05  AC-BALANCE               PIC S9(7)V99.
           05  AC-DUE-DATE              PIC X(6).
           05  AC-LAST-TERM-BILLED      PIC X(6).
           05  AC-LAST-CHARGE-DATE      PIC X(6).
           05  AC-LAST-PAY-DATE         PIC X(6).
      *    THE BALANCE AS OF THE LAST STATEMENT - THE NEXT
      *    STATEMENT'S PREVIOUS BALANCE.
           05  AC-STMT-BALANCE          PIC S9(7)V99.
           05  FILLER                   PIC X(9).
      *
      *    THE LEDGER HISTORY - ONE RECORD PER CHARGE OR PAYMENT,
      *    APPENDED RUN AFTER RUN. CHARGES ARE POSITIVE, PAYMENTS
      *    NEGATIVE, SO A STUDENT'S ROWS ADD UP TO THE BALANCE.
       FD  LEDGER-HIST-FILE
               RECORD CONTAINS 60 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS LEDGER-HIST-REC.
      *
       01  LEDGER-HIST-REC              PIC X(60).
      *
      *    THIS RUN'S LEDGER ROWS ONLY - SORTED INTO STUDENT ORDER
      *    FOR THE STATEMENT PASS.
       FD  LEDGER-WORK-FILE
               RECORD CONTAINS 60 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS LEDGER-WORK-REC.
      *
       01  LEDGER-WORK-REC              PIC X(60).
      *
       FD  SORTED-LEDGER-FILE
               RECORD CONTAINS 60 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SORTED-LEDGER-REC.
      *
       01  SORTED-LEDGER-REC            PIC X(60).
      *
       SD  LEDGER-SORT-FILE
             DATA RECORD IS LEDGER-SORT-REC.
      *
       01  LEDGER-SORT-REC.
           05  LS-STUD-ID-SW            PIC X(9).
           05  FILLER                   PIC X(51).
      *
      *    THE FINANCIAL HOLD FEED - SAME LAYOUT AS THE REGISTRATION
      *    HOLD FILE, WRITTEN IN STUDENT ORDER FOR PROG14-4.
       FD  FIN-HOLD-FILE
               RECORD CONTAINS 20 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS FIN-HOLD-REC-OUT.
      *
       01  FIN-HOLD-REC-OUT.
           05  STUD-ID-FH-OUT           PIC X(9).
           05  HOLD-REASON-FH-OUT       PIC X(2).
           05  FILLER                   PIC X(9).
      *
       FD  BILLING-REPORT
               RECORD CONTAINS 132 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS BILLING-REPORT-OUT.
      *
       01  BILLING-REPORT-OUT           PIC X(132).
      *
       FD  STATEMENT-FILE
               RECORD CONTAINS 132 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS STATEMENT-OUT.
      *
       01  STATEMENT-OUT                PIC X(132).
      *
       FD  NEW-MASTER-FILE
               RECORD CONTAINS 70 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS NEW-MASTER-REC-IN.
      *
      *    THE MASTER IS INDEXED ON THE STUDENT NUMBER - EACH
      *    BILLED STUDENT IS FETCHED WITH ONE KEYED READ.
       01  NEW-MASTER-REC-IN.
           05  FILLER                   PIC X(2).
           05  STUD-ID-KEY-NM           PIC X(9).
      *    THE ALTERNATE RECORD KEY - LNAME AND FNAME AS ONE
      *    24-BYTE FIELD, SO PROG4-2 CAN MATCH A PROCTOR-SHEET
      *    NAME WITH A KEYED READ INSTEAD OF A PRELOADED TABLE.
           05  STUD-NAME-KEY-NM.
               10  STUD-LNAME-KEY-NM    PIC X(14).
               10  STUD-FNAME-KEY-NM    PIC X(10).
           05  FILLER                   PIC X(35).
      *
       FD  COURSE-CAT-FILE
               RECORD CONTAINS 50 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS COURSE-CAT-REC.
      *
       01  COURSE-CAT-REC.
           05  CC-COURSE-KEY.
               10  CC-DEPT              PIC X(4).
               10  CC-COURSE-NUM        PIC X(4).
           05  CC-COURSE-DESC           PIC X(24).
           05  CC-CREDITS               PIC 9(1).
           05  CC-ACTIVE-IND            PIC X(1).
           05  FILLER                   PIC X(16).
      *
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
           05  ENROLL-EOF-SW            PIC X.
           05  PAYMENT-EOF-SW           PIC X.
           05  RATE-EOF-SW              PIC X.
           05  ACCOUNT-EOF-SW           PIC X.
           05  LEDGER-EOF-SW            PIC X.
           05  NM-FOUND-SW              PIC X.
           05  DEMO-FOUND-SW            PIC X.
           05  WS-CAT-FOUND-SW          PIC X.
           05  WS-ACCT-FOUND-SW         PIC X.
           05  WS-RATE-FOUND-SW         PIC X.
           05  WS-FIRST-REC-SW          PIC X.
           05  WS-PAST-DUE-HDG-SW       PIC X.
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
      *    THE TERM BEING BILLED - DERIVED FROM THE RUN MONTH THE
      *    SAME WAY PROG18 DERIVES IT: 01 FALL (SEP-DEC), 02 SPRING
      *    (JAN-MAY), 03 SUMMER (JUN-AUG). ENROLLMENTS FOR ANY
      *    OTHER TERM ARE COUNTED AND READ PAST.
       01  WS-TERM-AREA.
           05  WS-CURR-MM               PIC 9(2).
           05  WS-CURR-TERM-CODE.
               10  WS-TERM-YEAR         PIC X(4).
               10  WS-TERM-SESSION      PIC X(2).
      *
      *    A NEW CHARGE FALLS DUE ON THE SAME DAY OF THE FOLLOWING
      *    MONTH - THE DAY IS HELD TO THE 28TH SO EVERY MONTH HAS
      *    IT.
       01  WS-DUE-DATE-AREA.
           05  WS-NEW-DUE-DATE.
               10  WS-DUE-YY            PIC 9(2).
               10  WS-DUE-MM            PIC 9(2).
               10  WS-DUE-DD            PIC 9(2).
      *
      *    THE RATE TABLE - EVERY ACTIVE RATE ON THE RATE FILE.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY-CNT        PIC 9(3) VALUE ZERO.
           05  WS-RATE-ENTRY  OCCURS 100 TIMES
                              INDEXED BY WS-RATE-IDX.
               10  WS-RATE-KEY.
                   15  WS-RATE-TYPE     PIC X(1).
                   15  WS-RATE-CODE     PIC X(4).
               10  WS-RATE-DESC         PIC X(24).
               10  WS-RATE-AMOUNT       PIC 9(5)V99.
           05  WS-RATE-LOOKUP-KEY.
               10  WS-LOOKUP-TYPE       PIC X(1).
               10  WS-LOOKUP-CODE       PIC X(4).
           05  WS-FEE-SUB               PIC 9(3).
      *
      *    ONE STUDENT'S TERM WHILE ITS COURSES ARE BEING PRICED.
       01  WS-BILL-AREA.
           05  WS-BILL-STUD-ID          PIC X(9).
           05  WS-BILL-TERM             PIC X(6).
           05  WS-BILL-CREDITS          PIC 9(3).
           05  WS-BILL-TUITION          PIC 9(7)V99.
           05  WS-BILL-FEES             PIC 9(7)V99.
           05  WS-BILL-TOTAL            PIC 9(7)V99.
           05  WS-TUITION-RATE          PIC 9(5)V99.
           05  WS-PRIOR-BALANCE         PIC S9(7)V99.
      *
       01  WS-TUITION-DESC.
           05  FILLER                   PIC X(8) VALUE "TUITION ".
           05  WS-TUIT-CREDITS-OUT      PIC ZZ9.
           05  FILLER                   PIC X(8) VALUE " CREDITS".
           05  FILLER                   PIC X(5) VALUE SPACES.
      *
       01  WS-PAYMENT-DESC.
           05  FILLER                   PIC X(12) VALUE "PAYMENT REF ".
           05  WS-PAY-REF-OUT           PIC X(10).
           05  FILLER                   PIC X(2) VALUE SPACES.
      *
       01  WS-BILL-COUNTS.
           05  WS-ENROLL-READ-CNT       PIC 9(5) VALUE ZERO.
           05  WS-OTHER-TERM-CNT        PIC 9(5) VALUE ZERO.
           05  WS-NO-CATALOG-CNT        PIC 9(5) VALUE ZERO.
           05  WS-BILLED-CNT            PIC 9(5) VALUE ZERO.
           05  WS-ALREADY-CNT           PIC 9(5) VALUE ZERO.
           05  WS-BILL-REJECT-CNT       PIC 9(5) VALUE ZERO.
           05  WS-PAY-READ-CNT          PIC 9(5) VALUE ZERO.
           05  WS-PAY-POSTED-CNT        PIC 9(5) VALUE ZERO.
           05  WS-PAY-REJECT-CNT        PIC 9(5) VALUE ZERO.
           05  WS-STMT-CNT              PIC 9(5) VALUE ZERO.
           05  WS-NO-ADDR-CNT           PIC 9(5) VALUE ZERO.
           05  WS-PAST-DUE-CNT          PIC 9(5) VALUE ZERO.
      *
       01  WS-BILL-AMOUNTS.
           05  WS-TOT-TUITION           PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-FEES              PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-PAYMENTS          PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-PAST-DUE          PIC 9(9)V99 VALUE ZERO.
      *
       01  WS-ENROLL-REC.
           05  EN-STUD-ID.
               10  EN-STUD-ID-3         PIC X(3).
               10  EN-STUD-ID-2         PIC X(2).
               10  EN-STUD-ID-4         PIC X(4).
           05  EN-DEPT                  PIC X(4).
           05  EN-COURSE-NUM            PIC X(4).
           05  EN-SECTION               PIC X(2).
           05  EN-TERM-CODE             PIC X(6).
           05  FILLER                   PIC X(5).
      *
      *    THE CASHIER'S PAYMENT TRANSACTION. THE AMOUNT IS KEYED
      *    AS NINE DIGITS WITH AN IMPLIED DECIMAL POINT. A BLANK
      *    PAYMENT DATE MEANS TODAY.
       01  WS-PAYMENT-REC.
           05  PY-STUD-ID               PIC X(9).
           05  PY-PAY-DATE              PIC X(6).
           05  PY-AMOUNT-X              PIC X(9).
           05  PY-AMOUNT-9 REDEFINES PY-AMOUNT-X
                                        PIC 9(7)V99.
           05  PY-REFERENCE             PIC X(10).
           05  FILLER                   PIC X(6).
      *
      *    ONE LEDGER ROW - C = CHARGE, P = PAYMENT. THE ENTRY CODE
      *    IS "TUIT" FOR TUITION, THE FEE'S RATE CODE FOR A FEE,
      *    "PAY " FOR A PAYMENT.
       01  WS-LEDGER-REC.
           05  LG-STUD-ID               PIC X(9).
           05  LG-POST-DATE             PIC X(6).
           05  LG-TERM-CODE             PIC X(6).
           05  LG-ENTRY-TYPE            PIC X(1).
               88  CHARGE-ENTRY-LG      VALUE "C".
               88  PAYMENT-ENTRY-LG     VALUE "P".
           05  LG-ENTRY-CODE            PIC X(4).
           05  LG-DESC                  PIC X(24).
           05  LG-AMOUNT                PIC S9(7)V99.
           05  FILLER                   PIC X(1).
      *
       01  WS-NM-REC.
           05  FILLER                   PIC X(2).
           05  STUD-ID-NM               PIC X(9).
           05  LNAME-NM                 PIC X(14).
           05  FNAME-NM                 PIC X(10).
           05  PROG-CODE-NM             PIC X(3).
           05  FILLER                   PIC X(32).
      *
      *    BILLING REGISTER LINES.
       01  WS-BR-LINE-01.
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
       01  WS-BR-LINE-02.
           05  FILLER                   PIC X(22) VALUE SPACES.
           05  FILLER                   PIC X(7) VALUE "STUDENT".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(8) VALUE "ACCOUNTS".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(7) VALUE "BILLING".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(8) VALUE "REGISTER".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(6) VALUE "TERM: ".
           05  TERM-BR-OUT              PIC X(6).
           05  FILLER                   PIC X(63) VALUE SPACES.
      *
       01  WS-BR-LINE-03.
           05  FILLER                   PIC X(6) VALUE "DATE: ".
           05  RUN-DATE-BR-OUT.
               10  MONTH-BR-OUT         PIC X(2).
               10  FILLER               PIC X VALUE "/".
               10  DAY-BR-OUT           PIC X(2).
               10  FILLER               PIC X VALUE "/".
               10  YEAR-BR-OUT          PIC X(2).
           05  FILLER                   PIC X(118) VALUE SPACES.
      *
       01  WS-BR-LINE-04.
           05  FILLER                   PIC X(7) VALUE "STUDENT".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(6) VALUE "NUMBER".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(4) VALUE "LAST".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(4) VALUE "NAME".
           05  FILLER                   PIC X(7) VALUE SPACES.
           05  FILLER                   PIC X(4) VALUE "PROG".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(3) VALUE "CR.".
           05  FILLER                   PIC X(7) VALUE SPACES.
           05  FILLER                   PIC X(7) VALUE "TUITION".
           05  FILLER                   PIC X(8) VALUE SPACES.
           05  FILLER                   PIC X(4) VALUE "FEES".
           05  FILLER                   PIC X(8) VALUE SPACES.
           05  FILLER                   PIC X(6) VALUE "AMOUNT".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE "DISPOSITION".
           05  FILLER                   PIC X(40) VALUE SPACES.
      *
       01  WS-BR-DL-LINE-05.
           05  STUD-ID-BR.
               10  STUD-ID-3-BR         PIC X(3).
               10  FILLER               PIC X VALUE "-".
               10  STUD-ID-2-BR         PIC X(2).
               10  FILLER               PIC X VALUE "-".
               10  STUD-ID-4-BR         PIC X(4).
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  LNAME-BR                 PIC X(14).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  PROG-CODE-BR             PIC X(3).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  CREDITS-BR               PIC ZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  TUITION-BR               PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FEES-BR                  PIC ZZZ,ZZ9.99.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  AMOUNT-BR                PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  DISPOSITION-BR           PIC X(24).
           05  FILLER                   PIC X(27) VALUE SPACES.
      *
       01  WS-BR-SECTION-LINE.
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  SECTION-TITLE-BR         PIC X(30).
           05  FILLER                   PIC X(96) VALUE SPACES.
      *
       01  WS-BR-COUNT-LINE.
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  BR-CNT-LABEL-OUT         PIC X(22).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  BR-CNT-COUNT-OUT         PIC ZZZZ9.
           05  FILLER                   PIC X(98) VALUE SPACES.
      *
       01  WS-BR-AMOUNT-LINE.
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  BR-AMT-LABEL-OUT         PIC X(22).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  BR-AMT-AMOUNT-OUT        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(89) VALUE SPACES.
      *
      *    STATEMENT LINES - ONE PAGE PER STUDENT.
       01  WS-ST-LINE-02.
           05  FILLER                   PIC X(22) VALUE SPACES.
           05  FILLER                   PIC X(7) VALUE "STUDENT".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(7) VALUE "ACCOUNT".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(9) VALUE "STATEMENT".
           05  FILLER                   PIC X(85) VALUE SPACES.
      *
       01  WS-ST-NAME-LINE.
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  FNAME-ST                 PIC X(10).
           05  FILLER                   PIC X VALUE SPACE.
           05  LNAME-ST                 PIC X(14).
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(16)
                                        VALUE "STUDENT NUMBER: ".
           05  STUD-ID-ST.
               10  STUD-ID-3-ST         PIC X(3).
               10  FILLER               PIC X VALUE "-".
               10  STUD-ID-2-ST         PIC X(2).
               10  FILLER               PIC X VALUE "-".
               10  STUD-ID-4-ST         PIC X(4).
           05  FILLER                   PIC X(64) VALUE SPACES.
      *
       01  WS-ST-STREET-LINE.
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  STREET-ADDR-ST           PIC X(25).
           05  FILLER                   PIC X(101) VALUE SPACES.
      *
       01  WS-ST-CITY-LINE.
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  CITY-ST                  PIC X(15).
           05  FILLER                   PIC X VALUE SPACE.
           05  STATE-ST                 PIC X(2).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  ZIP-ST                   PIC X(5).
           05  FILLER                   PIC X(101) VALUE SPACES.
      *
       01  WS-ST-COL-HDG-LINE.
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  FILLER                   PIC X(4) VALUE "DATE".
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  FILLER                   PIC X(4) VALUE "TERM".
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE "DESCRIPTION".
           05  FILLER                   PIC X(20) VALUE SPACES.
           05  FILLER                   PIC X(7) VALUE "CHARGES".
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  FILLER                   PIC X(8) VALUE "PAYMENTS".
           05  FILLER                   PIC X(56) VALUE SPACES.
      *
       01  WS-ST-DL-LINE.
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  POST-DATE-ST.
               10  MONTH-ST             PIC X(2).
               10  FILLER               PIC X VALUE "/".
               10  DAY-ST               PIC X(2).
               10  FILLER               PIC X VALUE "/".
               10  YEAR-ST              PIC X(2).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  TERM-ST                  PIC X(6).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  DESC-ST                  PIC X(24).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  CHARGE-ST                PIC Z,ZZZ,ZZ9.99
                                        BLANK WHEN ZERO.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  PAYMENT-ST               PIC Z,ZZZ,ZZ9.99
                                        BLANK WHEN ZERO.
           05  FILLER                   PIC X(56) VALUE SPACES.
      *
       01  WS-ST-BALANCE-LINE.
           05  FILLER                   PIC X(24) VALUE SPACES.
           05  BALANCE-LABEL-ST         PIC X(24).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  BALANCE-ST               PIC Z,ZZZ,ZZ9.99CR.
           05  FILLER                   PIC X(68) VALUE SPACES.
      *
       01  WS-ST-DUE-LINE.
           05  FILLER                   PIC X(24) VALUE SPACES.
           05  DUE-MESSAGE-ST           PIC X(24).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  DUE-DATE-ST.
               10  DUE-MONTH-ST         PIC X(2).
               10  DUE-SLASH-1-ST       PIC X.
               10  DUE-DAY-ST           PIC X(2).
               10  DUE-SLASH-2-ST       PIC X.
               10  DUE-YEAR-ST          PIC X(2).
           05  FILLER                   PIC X(74) VALUE SPACES.
      *
       01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.
      *
      *
      *
       PROCEDURE DIVISION.
      *
      *
       A00-MAINLINE-PARA.
           PERFORM B05-FIND-MASTER-GEN-PARA.
           PERFORM B08-LOAD-RATES-PARA.
           PERFORM B30-SORT-ENROLL-PARA.
           OPEN INPUT  SORTED-ENROLL-FILE
                       PAYMENT-FILE
                       NEW-MASTER-FILE
                       COURSE-CAT-FILE
                       STU-DEMO-FILE
                OUTPUT LEDGER-WORK-FILE
                       FIN-HOLD-FILE
                       BILLING-REPORT
                       STATEMENT-FILE.
           OPEN I-O    STU-ACCOUNT-FILE.
           OPEN EXTEND LEDGER-HIST-FILE.
           PERFORM B10-INIT-PARA.
           PERFORM B20-CHARGE-PARA
               UNTIL ENROLL-EOF-SW = "Y".
           IF WS-FIRST-REC-SW = "N" THEN
               PERFORM C20-BILL-STUDENT-PARA
           END-IF.
           PERFORM B40-PAYMENT-PARA
               UNTIL PAYMENT-EOF-SW = "Y".
           CLOSE SORTED-ENROLL-FILE
                 PAYMENT-FILE
                 LEDGER-WORK-FILE
                 LEDGER-HIST-FILE.
           PERFORM B50-SORT-LEDGER-PARA.
           PERFORM B60-STATEMENT-PASS-PARA.
           PERFORM C60-BILL-TOTALS-PARA.
           CLOSE NEW-MASTER-FILE
                 COURSE-CAT-FILE
                 STU-DEMO-FILE
                 STU-ACCOUNT-FILE
                 FIN-HOLD-FILE
                 BILLING-REPORT
                 STATEMENT-FILE.
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
               DISPLAY "PROG29: FATAL - RUN-CONTROL.DAT NOT FOUND "
                   "- CANNOT TELL WHICH MASTER GENERATION IS "
                   "CURRENT"
               STOP RUN
           END-IF.
      *
      *
      *    LOAD EVERY ACTIVE RATE INTO THE RATE TABLE. WITHOUT A
      *    STANDARD TUITION RATE A STUDENT IN AN UNPRICED PROGRAM
      *    COULD NOT BE BILLED - FAIL LOUDLY RATHER THAN BILL HALF
      *    THE STUDENTS.
       B08-LOAD-RATES-PARA.
           MOVE "N" TO RATE-EOF-SW.
           OPEN INPUT FEE-RATE-FILE.
           READ FEE-RATE-FILE
               AT END MOVE "Y" TO RATE-EOF-SW.
           PERFORM B08A-RATE-ENTRY-PARA
               UNTIL RATE-EOF-SW = "Y".
           CLOSE FEE-RATE-FILE.
           MOVE "T" TO WS-LOOKUP-TYPE.
           MOVE "STD " TO WS-LOOKUP-CODE.
           PERFORM B25-FIND-RATE-PARA.
           IF WS-RATE-FOUND-SW = "N" THEN
               DISPLAY "PROG29: FATAL - FEE-RATE.DAT HAS NO ACTIVE "
                   "STANDARD TUITION RATE (T STD) - NOTHING TO "
                   "BILL WITH"
               STOP RUN
           END-IF.
      *
      *
       B08A-RATE-ENTRY-PARA.
           IF RT-ACTIVE-IND = "Y" THEN
               IF WS-RATE-ENTRY-CNT < 100 THEN
                   ADD 1 TO WS-RATE-ENTRY-CNT
                   SET WS-RATE-IDX TO WS-RATE-ENTRY-CNT
                   MOVE RT-RATE-KEY TO WS-RATE-KEY(WS-RATE-IDX)
                   MOVE RT-RATE-DESC TO WS-RATE-DESC(WS-RATE-IDX)
                   MOVE RT-AMOUNT TO WS-RATE-AMOUNT(WS-RATE-IDX)
               ELSE
                   DISPLAY "PROG29: FEE-RATE.DAT RECORD SKIPPED - "
                       "TABLE FULL: " RT-RATE-KEY
               END-IF
           END-IF.
           READ FEE-RATE-FILE
               AT END MOVE "Y" TO RATE-EOF-SW.
      *
      *
       B30-SORT-ENROLL-PARA.
           SORT SORT-WORK-FILE
               ASCENDING KEY SR-STUD-ID-SW SR-TERM-CODE-SW
                   USING  ENROLL-FILE-IN
                   GIVING SORTED-ENROLL-FILE.
      *
      *
       B10-INIT-PARA.
           ACCEPT DATE-ACCEPT FROM DATE.
           MOVE WS-MONTH TO MONTH-BR-OUT.
           MOVE WS-DAY TO DAY-BR-OUT.
           MOVE WS-YEAR TO YEAR-BR-OUT.
           MOVE WS-MONTH TO WS-CURR-MM.
           MOVE "20" TO WS-TERM-YEAR(1:2).
           MOVE WS-YEAR TO WS-TERM-YEAR(3:2).
           EVALUATE TRUE
               WHEN WS-CURR-MM >= 9
                   MOVE "01" TO WS-TERM-SESSION
               WHEN WS-CURR-MM >= 6
                   MOVE "03" TO WS-TERM-SESSION
               WHEN OTHER
                   MOVE "02" TO WS-TERM-SESSION
           END-EVALUATE.
           MOVE WS-CURR-TERM-CODE TO TERM-BR-OUT.
           PERFORM B12-NEW-DUE-DATE-PARA.
           MOVE "N" TO ENROLL-EOF-SW.
           MOVE "N" TO PAYMENT-EOF-SW.
           MOVE "Y" TO WS-FIRST-REC-SW.
           PERFORM C10-BILL-HEADINGS-PARA.
           MOVE "CHARGES" TO SECTION-TITLE-BR.
           WRITE BILLING-REPORT-OUT FROM WS-BR-SECTION-LINE
               AFTER ADVANCING 1 LINE.
           WRITE BILLING-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           READ SORTED-ENROLL-FILE INTO WS-ENROLL-REC
               AT END MOVE "Y" TO ENROLL-EOF-SW.
           READ PAYMENT-FILE INTO WS-PAYMENT-REC
               AT END MOVE "Y" TO PAYMENT-EOF-SW.
      *
      *
      *    THE DUE DATE GIVEN TO A NEW CHARGE THIS RUN.
       B12-NEW-DUE-DATE-PARA.
           MOVE WS-YEAR TO WS-DUE-YY.
           MOVE WS-MONTH TO WS-DUE-MM.
           MOVE WS-DAY TO WS-DUE-DD.
           IF WS-DUE-MM = 12 THEN
               MOVE 1 TO WS-DUE-MM
               IF WS-DUE-YY = 99 THEN
                   MOVE ZERO TO WS-DUE-YY
               ELSE
                   ADD 1 TO WS-DUE-YY
               END-IF
           ELSE
               ADD 1 TO WS-DUE-MM
           END-IF.
           IF WS-DUE-DD > 28 THEN
               MOVE 28 TO WS-DUE-DD
           END-IF.
      *
      *
      *    THE CHARGE PASS - THE SORTED ENROLLMENTS ARE READ WITH A
      *    CONTROL BREAK ON STUDENT. ONLY THE CURRENT TERM'S
      *    COURSES ARE PRICED, SO THE BREAK NEED NOT LOOK AT THE
      *    TERM. CREDITS COME FROM THE CATALOG, NOT THE FEED.
       B20-CHARGE-PARA.
           ADD 1 TO WS-ENROLL-READ-CNT.
           IF EN-TERM-CODE IS NOT EQUAL TO WS-CURR-TERM-CODE THEN
               ADD 1 TO WS-OTHER-TERM-CNT
           ELSE
               IF WS-FIRST-REC-SW = "Y" THEN
                   MOVE "N" TO WS-FIRST-REC-SW
                   PERFORM B22-START-STUDENT-PARA
               END-IF
               IF EN-STUD-ID IS NOT EQUAL TO WS-BILL-STUD-ID THEN
                   PERFORM C20-BILL-STUDENT-PARA
                   PERFORM B22-START-STUDENT-PARA
               END-IF
               PERFORM B24-CATALOG-CHECK-PARA
               IF WS-CAT-FOUND-SW = "Y" THEN
                   ADD CC-CREDITS TO WS-BILL-CREDITS
               ELSE
                   ADD 1 TO WS-NO-CATALOG-CNT
                   DISPLAY "PROG29: ENROLLMENT NOT PRICED - COURSE "
                       "NOT IN CATALOG: " EN-STUD-ID " " EN-DEPT
                       " " EN-COURSE-NUM
               END-IF
           END-IF.
           READ SORTED-ENROLL-FILE INTO WS-ENROLL-REC
               AT END MOVE "Y" TO ENROLL-EOF-SW.
      *
      *
       B22-START-STUDENT-PARA.
           MOVE EN-STUD-ID TO WS-BILL-STUD-ID.
           MOVE EN-TERM-CODE TO WS-BILL-TERM.
           MOVE ZERO TO WS-BILL-CREDITS.
      *
      *
      *    A COURSE DROPPED FROM THE CATALOG SINCE THE LOAD IS
      *    STILL BILLED - THE STUDENT IS SITTING IN IT.
       B24-CATALOG-CHECK-PARA.
           MOVE EN-DEPT TO CC-DEPT.
           MOVE EN-COURSE-NUM TO CC-COURSE-NUM.
           READ COURSE-CAT-FILE
               INVALID KEY
                   MOVE "N" TO WS-CAT-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-CAT-FOUND-SW
           END-READ.
      *
      *
       B25-FIND-RATE-PARA.
           MOVE "N" TO WS-RATE-FOUND-SW.
           IF WS-RATE-ENTRY-CNT > ZERO THEN
               SET WS-RATE-IDX TO 1
               SEARCH WS-RATE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RATE-IDX > WS-RATE-ENTRY-CNT
                       CONTINUE
                   WHEN WS-RATE-KEY(WS-RATE-IDX) = WS-RATE-LOOKUP-KEY
                       MOVE "Y" TO WS-RATE-FOUND-SW
               END-SEARCH
           END-IF.
      *
      *
       B26-MASTER-CHECK-PARA.
           MOVE WS-BILL-STUD-ID TO STUD-ID-KEY-NM.
           READ NEW-MASTER-FILE INTO WS-NM-REC
               INVALID KEY
                   MOVE "N" TO NM-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO NM-FOUND-SW
           END-READ.
      *
      *
       B28-FIND-ACCOUNT-PARA.
           MOVE WS-BILL-STUD-ID TO AC-STUD-ID.
           READ STU-ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-ACCT-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-ACCT-FOUND-SW
           END-READ.
      *
      *
      *    THE PAYMENT PASS - ONE KEYED READ OF THE LEDGER PER
      *    PAYMENT. A PAYMENT THAT CLEARS THE BALANCE CLEARS THE
      *    DUE DATE WITH IT; A PART PAYMENT LEAVES THE DUE DATE OF
      *    THE OLDEST UNPAID CHARGE STANDING.
       B40-PAYMENT-PARA.
           ADD 1 TO WS-PAY-READ-CNT.
           MOVE SPACES TO WS-BR-DL-LINE-05.
           MOVE "-" TO STUD-ID-BR(4:1).
           MOVE "-" TO STUD-ID-BR(7:1).
           MOVE PY-STUD-ID(1:3) TO STUD-ID-3-BR.
           MOVE PY-STUD-ID(4:2) TO STUD-ID-2-BR.
           MOVE PY-STUD-ID(6:4) TO STUD-ID-4-BR.
           MOVE PY-STUD-ID TO WS-BILL-STUD-ID.
           MOVE "N" TO WS-ACCT-FOUND-SW.
           IF PY-STUD-ID IS NUMERIC THEN
               PERFORM B28-FIND-ACCOUNT-PARA
           END-IF.
           EVALUATE TRUE
               WHEN PY-STUD-ID IS NOT NUMERIC
                   ADD 1 TO WS-PAY-REJECT-CNT
                   MOVE "REJECTED-BAD STUD. ID" TO DISPOSITION-BR
               WHEN PY-AMOUNT-9 IS NOT NUMERIC OR PY-AMOUNT-9 = ZERO
                   ADD 1 TO WS-PAY-REJECT-CNT
                   MOVE "REJECTED-BAD AMOUNT" TO DISPOSITION-BR
               WHEN WS-ACCT-FOUND-SW = "N"
                   ADD 1 TO WS-PAY-REJECT-CNT
                   MOVE "REJECTED-NO ACCOUNT" TO DISPOSITION-BR
               WHEN OTHER
                   ADD 1 TO WS-PAY-POSTED-CNT
                   ADD PY-AMOUNT-9 TO WS-TOT-PAYMENTS
                   MOVE PY-AMOUNT-9 TO AMOUNT-BR
                   MOVE SPACES TO WS-LEDGER-REC
                   MOVE PY-STUD-ID TO LG-STUD-ID
                   IF PY-PAY-DATE = SPACES THEN
                       MOVE DATE-ACCEPT TO LG-POST-DATE
                   ELSE
                       MOVE PY-PAY-DATE TO LG-POST-DATE
                   END-IF
                   MOVE WS-CURR-TERM-CODE TO LG-TERM-CODE
                   MOVE "P" TO LG-ENTRY-TYPE
                   MOVE "PAY " TO LG-ENTRY-CODE
                   MOVE PY-REFERENCE TO WS-PAY-REF-OUT
                   MOVE WS-PAYMENT-DESC TO LG-DESC
                   COMPUTE LG-AMOUNT = ZERO - PY-AMOUNT-9
                   PERFORM C50-POST-ENTRY-PARA
                   MOVE LG-POST-DATE TO AC-LAST-PAY-DATE
                   IF AC-BALANCE IS NOT GREATER THAN ZERO THEN
                       MOVE SPACES TO AC-DUE-DATE
                   END-IF
                   REWRITE STU-ACCOUNT-REC
                   MOVE "PAYMENT POSTED" TO DISPOSITION-BR
           END-EVALUATE.
           IF WS-PAY-READ-CNT = 1 THEN
               MOVE "PAYMENTS" TO SECTION-TITLE-BR
               WRITE BILLING-REPORT-OUT FROM WS-BLANK-LINE
                   AFTER ADVANCING 1 LINE
               WRITE BILLING-REPORT-OUT FROM WS-BR-SECTION-LINE
                   AFTER ADVANCING 1 LINE
               WRITE BILLING-REPORT-OUT FROM WS-BLANK-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF DISPOSITION-BR IS NOT EQUAL TO "PAYMENT POSTED" THEN
               IF PY-AMOUNT-9 IS NUMERIC THEN
                   MOVE PY-AMOUNT-9 TO AMOUNT-BR
               END-IF
           END-IF.
           WRITE BILLING-REPORT-OUT FROM WS-BR-DL-LINE-05
               AFTER ADVANCING 1 LINE.
           READ PAYMENT-FILE INTO WS-PAYMENT-REC
               AT END MOVE "Y" TO PAYMENT-EOF-SW.
      *
      *
      *    THIS RUN'S LEDGER ROWS, INTO STUDENT ORDER WITH EACH
      *    STUDENT'S ROWS KEPT IN POSTING ORDER FOR THE STATEMENT.
       B50-SORT-LEDGER-PARA.
           SORT LEDGER-SORT-FILE
               ASCENDING KEY LS-STUD-ID-SW
               WITH DUPLICATES IN ORDER
                   USING  LEDGER-WORK-FILE
                   GIVING SORTED-LEDGER-FILE.
      *
      *
      *    THE STATEMENT PASS - THE ACCOUNT FILE IS READ END TO END
      *    IN KEY ORDER, MATCHED AGAINST THIS RUN'S SORTED LEDGER
      *    ROWS. AN ACCOUNT WITH ROWS GETS A STATEMENT; EVERY
      *    ACCOUNT IS CHECKED FOR PAST DUE. THE ACCOUNT KEY ORDER
      *    IS STUDENT ORDER, SO THE HOLD FEED COMES OUT IN THE
      *    SEQUENCE PROG14-4 NEEDS.
       B60-STATEMENT-PASS-PARA.
           OPEN INPUT SORTED-LEDGER-FILE.
           MOVE "N" TO LEDGER-EOF-SW.
           MOVE "N" TO ACCOUNT-EOF-SW.
           READ SORTED-LEDGER-FILE INTO WS-LEDGER-REC
               AT END MOVE "Y" TO LEDGER-EOF-SW.
           MOVE LOW-VALUES TO AC-STUD-ID.
           START STU-ACCOUNT-FILE KEY IS GREATER THAN AC-STUD-ID
               INVALID KEY MOVE "Y" TO ACCOUNT-EOF-SW
           END-START.
           IF ACCOUNT-EOF-SW = "N" THEN
               READ STU-ACCOUNT-FILE NEXT RECORD
                   AT END MOVE "Y" TO ACCOUNT-EOF-SW
               END-READ
           END-IF.
           MOVE "N" TO WS-PAST-DUE-HDG-SW.
           PERFORM B65-ACCOUNT-PARA
               UNTIL ACCOUNT-EOF-SW = "Y".
           CLOSE SORTED-LEDGER-FILE.
      *
      *
       B65-ACCOUNT-PARA.
           PERFORM B70-SKIP-LEDGER-PARA
               UNTIL LEDGER-EOF-SW = "Y" OR
                   LG-STUD-ID IS NOT LESS THAN AC-STUD-ID.
           IF LEDGER-EOF-SW = "N" AND LG-STUD-ID = AC-STUD-ID THEN
               PERFORM C70-STATEMENT-PARA
           END-IF.
           IF AC-BALANCE IS GREATER THAN ZERO AND
               AC-DUE-DATE IS NOT EQUAL TO SPACES AND
               AC-DUE-DATE IS LESS THAN DATE-ACCEPT THEN
               PERFORM C80-PAST-DUE-PARA
           END-IF.
           READ STU-ACCOUNT-FILE NEXT RECORD
               AT END MOVE "Y" TO ACCOUNT-EOF-SW.
      *
      *
      *    A LEDGER ROW WITH NO ACCOUNT BEHIND IT CANNOT HAPPEN -
      *    EVERY ROW IS POSTED AGAINST AN ACCOUNT - BUT IT IS READ
      *    PAST RATHER THAN ALLOWED TO STALL THE MATCH.
       B70-SKIP-LEDGER-PARA.
           READ SORTED-LEDGER-FILE INTO WS-LEDGER-REC
               AT END MOVE "Y" TO LEDGER-EOF-SW.
      *
      *
       C10-BILL-HEADINGS-PARA.
           WRITE BILLING-REPORT-OUT FROM WS-BR-LINE-01
               AFTER ADVANCING PAGE.
           WRITE BILLING-REPORT-OUT FROM WS-BR-LINE-02
               AFTER ADVANCING 2 LINES.
           WRITE BILLING-REPORT-OUT FROM WS-BR-LINE-03
               AFTER ADVANCING 2 LINES.
           WRITE BILLING-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE BILLING-REPORT-OUT FROM WS-BR-LINE-04
               AFTER ADVANCING 1 LINE.
           WRITE BILLING-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE.
      *
      *
      *    BILL ONE STUDENT FOR THE TERM. THE STUDENT MUST BE ON
      *    THE MASTER (FOR THE PROGRAM OF STUDY THAT PICKS THE
      *    TUITION RATE). AN ACCOUNT ALREADY BILLED FOR THIS TERM
      *    IS LISTED AND LEFT ALONE. A NEW CHARGE ON AN ACCOUNT
      *    THAT OWED NOTHING STARTS A NEW DUE DATE; ON AN ACCOUNT
      *    ALREADY OWING, THE OLDER DUE DATE STANDS.
       C20-BILL-STUDENT-PARA.
           MOVE SPACES TO WS-BR-DL-LINE-05.
           MOVE "-" TO STUD-ID-BR(4:1).
           MOVE "-" TO STUD-ID-BR(7:1).
           MOVE WS-BILL-STUD-ID(1:3) TO STUD-ID-3-BR.
           MOVE WS-BILL-STUD-ID(4:2) TO STUD-ID-2-BR.
           MOVE WS-BILL-STUD-ID(6:4) TO STUD-ID-4-BR.
           MOVE WS-BILL-CREDITS TO CREDITS-BR.
           PERFORM B26-MASTER-CHECK-PARA.
           IF NM-FOUND-SW = "N" THEN
               ADD 1 TO WS-BILL-REJECT-CNT
               MOVE "REJECTED-NOT ON MASTER" TO DISPOSITION-BR
           ELSE
               MOVE LNAME-NM TO LNAME-BR
               MOVE PROG-CODE-NM TO PROG-CODE-BR
               PERFORM B28-FIND-ACCOUNT-PARA
               IF WS-ACCT-FOUND-SW = "Y" AND
                   AC-LAST-TERM-BILLED = WS-BILL-TERM THEN
                   ADD 1 TO WS-ALREADY-CNT
                   MOVE "ALREADY BILLED" TO DISPOSITION-BR
               ELSE
                   PERFORM C30-CHARGE-STUDENT-PARA
               END-IF
           END-IF.
           WRITE BILLING-REPORT-OUT FROM WS-BR-DL-LINE-05
               AFTER ADVANCING 1 LINE.
      *
      *
       C30-CHARGE-STUDENT-PARA.
           IF WS-ACCT-FOUND-SW = "N" THEN
               MOVE SPACES TO STU-ACCOUNT-REC
               MOVE WS-BILL-STUD-ID TO AC-STUD-ID
               MOVE ZERO TO AC-BALANCE
               MOVE ZERO TO AC-STMT-BALANCE
           END-IF.
           MOVE AC-BALANCE TO WS-PRIOR-BALANCE.
           MOVE "T" TO WS-LOOKUP-TYPE.
           MOVE PROG-CODE-NM TO WS-LOOKUP-CODE.
           PERFORM B25-FIND-RATE-PARA.
           IF WS-RATE-FOUND-SW = "N" THEN
               MOVE "STD " TO WS-LOOKUP-CODE
               PERFORM B25-FIND-RATE-PARA
           END-IF.
           MOVE WS-RATE-AMOUNT(WS-RATE-IDX) TO WS-TUITION-RATE.
           COMPUTE WS-BILL-TUITION ROUNDED =
               WS-BILL-CREDITS * WS-TUITION-RATE.
           MOVE ZERO TO WS-BILL-FEES.
           MOVE SPACES TO WS-LEDGER-REC.
           MOVE WS-BILL-STUD-ID TO LG-STUD-ID.
           MOVE DATE-ACCEPT TO LG-POST-DATE.
           MOVE WS-BILL-TERM TO LG-TERM-CODE.
           MOVE "C" TO LG-ENTRY-TYPE.
           MOVE "TUIT" TO LG-ENTRY-CODE.
           MOVE WS-BILL-CREDITS TO WS-TUIT-CREDITS-OUT.
           MOVE WS-TUITION-DESC TO LG-DESC.
           MOVE WS-BILL-TUITION TO LG-AMOUNT.
           PERFORM C50-POST-ENTRY-PARA.
           MOVE 1 TO WS-FEE-SUB.
           PERFORM C40-CHARGE-FEE-PARA
               UNTIL WS-FEE-SUB > WS-RATE-ENTRY-CNT.
           COMPUTE WS-BILL-TOTAL = WS-BILL-TUITION + WS-BILL-FEES.
           ADD WS-BILL-TUITION TO WS-TOT-TUITION.
           ADD WS-BILL-FEES TO WS-TOT-FEES.
           IF WS-PRIOR-BALANCE IS NOT GREATER THAN ZERO AND
               AC-BALANCE IS GREATER THAN ZERO THEN
               MOVE WS-NEW-DUE-DATE TO AC-DUE-DATE
           END-IF.
           MOVE WS-BILL-TERM TO AC-LAST-TERM-BILLED.
           MOVE DATE-ACCEPT TO AC-LAST-CHARGE-DATE.
           IF WS-ACCT-FOUND-SW = "N" THEN
               WRITE STU-ACCOUNT-REC
           ELSE
               REWRITE STU-ACCOUNT-REC
           END-IF.
           ADD 1 TO WS-BILLED-CNT.
           MOVE WS-BILL-TUITION TO TUITION-BR.
           MOVE WS-BILL-FEES TO FEES-BR.
           MOVE WS-BILL-TOTAL TO AMOUNT-BR.
           MOVE "BILLED" TO DISPOSITION-BR.
      *
      *
      *    ONE ROW PER ACTIVE FLAT FEE - TUITION RATES IN THE SAME
      *    TABLE ARE PASSED OVER.
       C40-CHARGE-FEE-PARA.
           SET WS-RATE-IDX TO WS-FEE-SUB.
           IF WS-RATE-TYPE(WS-RATE-IDX) = "F" THEN
               MOVE "C" TO LG-ENTRY-TYPE
               MOVE WS-RATE-CODE(WS-RATE-IDX) TO LG-ENTRY-CODE
               MOVE WS-RATE-DESC(WS-RATE-IDX) TO LG-DESC
               MOVE WS-RATE-AMOUNT(WS-RATE-IDX) TO LG-AMOUNT
               ADD WS-RATE-AMOUNT(WS-RATE-IDX) TO WS-BILL-FEES
               PERFORM C50-POST-ENTRY-PARA
           END-IF.
           ADD 1 TO WS-FEE-SUB.
      *
      *
      *    POST ONE LEDGER ROW - TO THE ACCOUNT BALANCE, THE
      *    PERMANENT HISTORY AND THIS RUN'S STATEMENT WORK FILE.
       C50-POST-ENTRY-PARA.
           ADD LG-AMOUNT TO AC-BALANCE.
           WRITE LEDGER-HIST-REC FROM WS-LEDGER-REC.
           WRITE LEDGER-WORK-REC FROM WS-LEDGER-REC.
      *
      *
      *    ONE STATEMENT PAGE - HEADED AND ADDRESSED, THEN EVERY
      *    ROW THIS RUN POSTED TO THE ACCOUNT BETWEEN THE PREVIOUS
      *    AND NEW BALANCES. THE NEW BALANCE BECOMES THE NEXT
      *    STATEMENT'S PREVIOUS BALANCE.
       C70-STATEMENT-PARA.
           ADD 1 TO WS-STMT-CNT.
           MOVE AC-STUD-ID TO STUD-ID-KEY-NM.
           READ NEW-MASTER-FILE INTO WS-NM-REC
               INVALID KEY
                   MOVE "N" TO NM-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO NM-FOUND-SW
           END-READ.
           MOVE AC-STUD-ID TO DM-STUD-ID-KEY.
           READ STU-DEMO-FILE
               INVALID KEY
                   MOVE "N" TO DEMO-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO DEMO-FOUND-SW
           END-READ.
           IF NM-FOUND-SW = "Y" THEN
               MOVE FNAME-NM TO FNAME-ST
               MOVE LNAME-NM TO LNAME-ST
           ELSE
               MOVE SPACES TO FNAME-ST
               MOVE SPACES TO LNAME-ST
           END-IF.
           MOVE AC-STUD-ID(1:3) TO STUD-ID-3-ST.
           MOVE AC-STUD-ID(4:2) TO STUD-ID-2-ST.
           MOVE AC-STUD-ID(6:4) TO STUD-ID-4-ST.
           IF DEMO-FOUND-SW = "Y" THEN
               MOVE DM-STREET-ADDR TO STREET-ADDR-ST
               MOVE DM-CITY TO CITY-ST
               MOVE DM-STATE TO STATE-ST
               MOVE DM-ZIP TO ZIP-ST
           ELSE
               ADD 1 TO WS-NO-ADDR-CNT
               MOVE "NO ADDRESS ON FILE" TO STREET-ADDR-ST
               MOVE SPACES TO CITY-ST
               MOVE SPACES TO STATE-ST
               MOVE SPACES TO ZIP-ST
           END-IF.
           WRITE STATEMENT-OUT FROM WS-BR-LINE-01
               AFTER ADVANCING PAGE.
           WRITE STATEMENT-OUT FROM WS-ST-LINE-02
               AFTER ADVANCING 2 LINES.
           WRITE STATEMENT-OUT FROM WS-BR-LINE-03
               AFTER ADVANCING 2 LINES.
           WRITE STATEMENT-OUT FROM WS-ST-NAME-LINE
               AFTER ADVANCING 3 LINES.
           WRITE STATEMENT-OUT FROM WS-ST-STREET-LINE
               AFTER ADVANCING 1 LINE.
           WRITE STATEMENT-OUT FROM WS-ST-CITY-LINE
               AFTER ADVANCING 1 LINE.
           WRITE STATEMENT-OUT FROM WS-ST-COL-HDG-LINE
               AFTER ADVANCING 3 LINES.
           WRITE STATEMENT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "PREVIOUS BALANCE" TO BALANCE-LABEL-ST.
           MOVE AC-STMT-BALANCE TO BALANCE-ST.
           WRITE STATEMENT-OUT FROM WS-ST-BALANCE-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM C75-STATEMENT-LINE-PARA
               UNTIL LEDGER-EOF-SW = "Y" OR
                   LG-STUD-ID IS NOT EQUAL TO AC-STUD-ID.
           MOVE "NEW BALANCE" TO BALANCE-LABEL-ST.
           MOVE AC-BALANCE TO BALANCE-ST.
           WRITE STATEMENT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE STATEMENT-OUT FROM WS-ST-BALANCE-LINE
               AFTER ADVANCING 1 LINE.
           IF AC-BALANCE IS GREATER THAN ZERO AND
               AC-DUE-DATE IS NOT EQUAL TO SPACES THEN
               MOVE "PLEASE PAY IN FULL BY" TO DUE-MESSAGE-ST
               MOVE AC-DUE-DATE(3:2) TO DUE-MONTH-ST
               MOVE "/" TO DUE-SLASH-1-ST
               MOVE AC-DUE-DATE(5:2) TO DUE-DAY-ST
               MOVE "/" TO DUE-SLASH-2-ST
               MOVE AC-DUE-DATE(1:2) TO DUE-YEAR-ST
           ELSE
               MOVE "NO PAYMENT DUE" TO DUE-MESSAGE-ST
               MOVE SPACES TO DUE-DATE-ST
           END-IF.
           WRITE STATEMENT-OUT FROM WS-ST-DUE-LINE
               AFTER ADVANCING 2 LINES.
           MOVE AC-BALANCE TO AC-STMT-BALANCE.
           REWRITE STU-ACCOUNT-REC.
      *
      *
       C75-STATEMENT-LINE-PARA.
           MOVE LG-POST-DATE(3:2) TO MONTH-ST.
           MOVE LG-POST-DATE(5:2) TO DAY-ST.
           MOVE LG-POST-DATE(1:2) TO YEAR-ST.
           MOVE LG-TERM-CODE TO TERM-ST.
           MOVE LG-DESC TO DESC-ST.
           IF CHARGE-ENTRY-LG THEN
               MOVE LG-AMOUNT TO CHARGE-ST
               MOVE ZERO TO PAYMENT-ST
           ELSE
               MOVE ZERO TO CHARGE-ST
               COMPUTE PAYMENT-ST = ZERO - LG-AMOUNT
           END-IF.
           WRITE STATEMENT-OUT FROM WS-ST-DL-LINE
               AFTER ADVANCING 1 LINE.
           READ SORTED-LEDGER-FILE INTO WS-LEDGER-REC
               AT END MOVE "Y" TO LEDGER-EOF-SW.
      *
      *
      *    A BALANCE STILL OWED PAST ITS DUE DATE - ONE RECORD TO
      *    THE FINANCIAL HOLD FEED AND ONE LINE ON THE REGISTER.
       C80-PAST-DUE-PARA.
           ADD 1 TO WS-PAST-DUE-CNT.
           ADD AC-BALANCE TO WS-TOT-PAST-DUE.
           MOVE SPACES TO FIN-HOLD-REC-OUT.
           MOVE AC-STUD-ID TO STUD-ID-FH-OUT.
           MOVE "FN" TO HOLD-REASON-FH-OUT.
           WRITE FIN-HOLD-REC-OUT.
           IF WS-PAST-DUE-HDG-SW = "N" THEN
               MOVE "Y" TO WS-PAST-DUE-HDG-SW
               MOVE "PAST DUE - FINANCIAL HOLD" TO SECTION-TITLE-BR
               WRITE BILLING-REPORT-OUT FROM WS-BLANK-LINE
                   AFTER ADVANCING 1 LINE
               WRITE BILLING-REPORT-OUT FROM WS-BR-SECTION-LINE
                   AFTER ADVANCING 1 LINE
               WRITE BILLING-REPORT-OUT FROM WS-BLANK-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO WS-BR-DL-LINE-05.
           MOVE "-" TO STUD-ID-BR(4:1).
           MOVE "-" TO STUD-ID-BR(7:1).
           MOVE AC-STUD-ID(1:3) TO STUD-ID-3-BR.
           MOVE AC-STUD-ID(4:2) TO STUD-ID-2-BR.
           MOVE AC-STUD-ID(6:4) TO STUD-ID-4-BR.
           MOVE AC-STUD-ID TO STUD-ID-KEY-NM.
           READ NEW-MASTER-FILE INTO WS-NM-REC
               INVALID KEY
                   MOVE "N" TO NM-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO NM-FOUND-SW
           END-READ.
           IF NM-FOUND-SW = "Y" THEN
               MOVE LNAME-NM TO LNAME-BR
               MOVE PROG-CODE-NM TO PROG-CODE-BR
           END-IF.
           MOVE AC-BALANCE TO AMOUNT-BR.
           MOVE "PAST DUE - FN HOLD" TO DISPOSITION-BR.
           WRITE BILLING-REPORT-OUT FROM WS-BR-DL-LINE-05
               AFTER ADVANCING 1 LINE.
      *
      *
       C60-BILL-TOTALS-PARA.
           WRITE BILLING-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "ENROLLMENTS READ:     " TO BR-CNT-LABEL-OUT.
           MOVE WS-ENROLL-READ-CNT TO BR-CNT-COUNT-OUT.
           WRITE BILLING-REPORT-OUT FROM WS-BR-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "OTHER TERMS SKIPPED:  " TO BR-CNT-LABEL-OUT.
           MOVE WS-OTHER-TERM-CNT TO BR-CNT-COUNT-OUT.
           WRITE BILLING-REPORT-OUT FROM WS-BR-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "COURSES NOT PRICED:   " TO BR-CNT-LABEL-OUT.
           MOVE WS-NO-CATALOG-CNT TO BR-CNT-COUNT-OUT.
           WRITE BILLING-REPORT-OUT FROM WS-BR-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "STUDENTS BILLED:      " TO BR-CNT-LABEL-OUT.
           MOVE WS-BILLED-CNT TO BR-CNT-COUNT-OUT.
           WRITE BILLING-REPORT-OUT FROM WS-BR-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "ALREADY BILLED:       " TO BR-CNT-LABEL-OUT.
           MOVE WS-ALREADY-CNT TO BR-CNT-COUNT-OUT.
           WRITE BILLING-REPORT-OUT FROM WS-BR-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "BILLS REJECTED:       " TO BR-CNT-LABEL-OUT.
           MOVE WS-BILL-REJECT-CNT TO BR-CNT-COUNT-OUT.
           WRITE BILLING-REPORT-OUT FROM WS-BR-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "PAYMENTS READ:        " TO BR-CNT-LABEL-OUT.
           MOVE WS-PAY-READ-CNT TO BR-CNT-COUNT-OUT.
           WRITE BILLING-REPORT-OUT FROM WS-BR-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "PAYMENTS POSTED:      " TO BR-CNT-LABEL-OUT.
           MOVE WS-PAY-POSTED-CNT TO BR-CNT-COUNT-OUT.
           WRITE BILLING-REPORT-OUT FROM WS-BR-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "PAYMENTS REJECTED:    " TO BR-CNT-LABEL-OUT.
           MOVE WS-PAY-REJECT-CNT TO BR-CNT-COUNT-OUT.
           WRITE BILLING-REPORT-OUT FROM WS-BR-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "STATEMENTS PRINTED:   " TO BR-CNT-LABEL-OUT.
           MOVE WS-STMT-CNT TO BR-CNT-COUNT-OUT.
           WRITE BILLING-REPORT-OUT FROM WS-BR-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "NO ADDRESS ON FILE:   " TO BR-CNT-LABEL-OUT.
           MOVE WS-NO-ADDR-CNT TO BR-CNT-COUNT-OUT.
           WRITE BILLING-REPORT-OUT FROM WS-BR-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "PAST DUE (FN HOLDS):  " TO BR-CNT-LABEL-OUT.
           MOVE WS-PAST-DUE-CNT TO BR-CNT-COUNT-OUT.
           WRITE BILLING-REPORT-OUT FROM WS-BR-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE BILLING-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "TUITION BILLED:       " TO BR-AMT-LABEL-OUT.
           MOVE WS-TOT-TUITION TO BR-AMT-AMOUNT-OUT.
           WRITE BILLING-REPORT-OUT FROM WS-BR-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "FEES BILLED:          " TO BR-AMT-LABEL-OUT.
           MOVE WS-TOT-FEES TO BR-AMT-AMOUNT-OUT.
           WRITE BILLING-REPORT-OUT FROM WS-BR-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "PAYMENTS POSTED:      " TO BR-AMT-LABEL-OUT.
           MOVE WS-TOT-PAYMENTS TO BR-AMT-AMOUNT-OUT.
           WRITE BILLING-REPORT-OUT FROM WS-BR-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "PAST DUE BALANCES:    " TO BR-AMT-LABEL-OUT.
           MOVE WS-TOT-PAST-DUE TO BR-AMT-AMOUNT-OUT.
           WRITE BILLING-REPORT-OUT FROM WS-BR-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
