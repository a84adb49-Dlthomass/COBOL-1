       IDENTIFICATION DIVISION.
      *
      *
       PROGRAM-ID.    PROG32.
      *AUTHOR.        ERIC.
      *INSTALLATION.  WSC.
      *DATE-WRITTEN.  MAY 17,2004.
      *DATE-COMPILED. MAY 17,2004.
      *SECURITY.      NONE.
      *
      *
      * THIS PROGRAM IS THE WAITLIST PROMOTION RUN. THE ENROLLMENT
      * LOAD (PROG22) STOPS LOADING A SECTION AT THE CAPACITY ON
      * THE SECTION SCHEDULE FILE AND WRITES THE OVERFLOW TO THE
      * WAITLIST FILE IN ARRIVAL ORDER. THIS RUN TAKES THE
      * REGISTRAR'S COURSE DROPS OFF THE ENROLLMENT FILE AND FILLS
      * THE SEATS THEY FREE - OR ANY SEATS ADDED BY A CAPACITY
      * CHANGE IN PROG31 - FROM THE FRONT OF EACH SECTION'S
      * WAITLIST, THEN PRINTS THE CLASS ROSTERS AGAIN.
      *
      * A. THE DROP PASS - THE ENROLLMENT FILE AND THE DROP FILE
      *    (ONE ENROLLMENT RECORD IMAGE PER DROP) ARE BOTH SORTED
      *    ON DEPARTMENT, COURSE, SECTION, TERM AND STUDENT AND
      *    MATCHED. A MATCHED ENROLLMENT IS DROPPED; EVERY OTHER
      *    ENROLLMENT IS KEPT, COUNTED AGAINST ITS SECTION AND ITS
      *    MEETING TIMES HELD FOR THE CONFLICT CHECK. A DROP WITH
      *    NO MATCHING ENROLLMENT IS HELD FOR THE WAITLIST PASS.
      * B. THE PROMOTION PASS - THE WAITLIST IS READ SECTION BY
      *    SECTION IN ARRIVAL ORDER. A HELD DROP FOR THE STUDENT
      *    TAKES THEM OFF THE WAITLIST, AS DOES A CANCELLED
      *    SECTION OR A STUDENT NO LONGER ON THE MASTER. WHILE THE
      *    SECTION HAS SEATS LEFT THE NEXT STUDENT IS PROMOTED
      *    ONTO THE ENROLLMENT FILE - UNLESS THE SECTION CLASHES
      *    WITH ONE THE STUDENT ALREADY HOLDS (THE SAME TIME TEST
      *    PROG22 APPLIES), IN WHICH CASE THEY KEEP THEIR PLACE ON
      *    THE WAITLIST AND THE NEXT STUDENT IS TRIED. EVERYONE
      *    NOT PROMOTED IS WRITTEN BACK TO THE WAITLIST, STILL IN
      *    ARRIVAL ORDER. DROPS STILL UNMATCHED ARE LISTED.
      * C. THE ROSTER PASS - THE NEW ENROLLMENT FILE IS WRITTEN IN
      *    STUDENT ORDER WITHIN SECTION AND ONE ROSTER PAGE IS
      *    PRINTED PER SECTION, WITH THE ENROLLED COUNT, THE SEATS
      *    REMAINING AND THE NUMBER STILL WAITLISTED AT THE FOOT.
      *
      * EVERY DROP, PROMOTION AND REMOVAL IS LISTED ON THE FIRST
      * PAGE, AND CONTROL TOTALS AT THE END SHOW ENROLLMENTS READ
      * LESS DROPS PLUS PROMOTIONS EQUAL ENROLLMENTS WRITTEN.
      *
      *
      *
       ENVIRONMENT DIVISION.
      *
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT ENROLL-FILE
               ASSIGN TO "ENROLL.DAT".
           SELECT SORTED-ENROLL-FILE
               ASSIGN TO "SORTED-ENROLL32.DAT".
           SELECT OPTIONAL DROP-FILE
               ASSIGN TO "ENROLL-DROP.DAT".
           SELECT SORTED-DROP-FILE
               ASSIGN TO "SORTED-DROP32.DAT".
           SELECT OPTIONAL WAITLIST-FILE
               ASSIGN TO "WAITLIST.DAT".
           SELECT SORTED-WAIT-FILE
               ASSIGN TO "SORTED-WAIT32.DAT".
           SELECT KEPT-ENROLL-FILE
               ASSIGN TO "KEPT-ENROLL32.DAT".
           SELECT ROSTER-REPORT
               ASSIGN TO "PROG32_OUT.DAT".
           SELECT SORT-WORK-FILE
               ASSIGN TO "SORT-WORK32.DAT".
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
           SELECT SECTION-FILE
               ASSIGN TO "SECTION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SS-SECTION-KEY.
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
       FD  ENROLL-FILE
               RECORD CONTAINS 30 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS ENROLL-REC.
      *
       01  ENROLL-REC                   PIC X(30).
      *
       FD  SORTED-ENROLL-FILE
               RECORD CONTAINS 30 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SORTED-ENROLL-REC.
      *
       01  SORTED-ENROLL-REC            PIC X(30).
      *
      *    THE REGISTRAR'S COURSE DROPS - ONE ENROLLMENT RECORD
      *    IMAGE PER DROP.
       FD  DROP-FILE
               RECORD CONTAINS 30 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS DROP-REC.
      *
       01  DROP-REC                     PIC X(30).
      *
       FD  SORTED-DROP-FILE
               RECORD CONTAINS 30 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SORTED-DROP-REC.
      *
       01  SORTED-DROP-REC              PIC X(30).
      *
      *    THE OVERFLOW OF FULL SECTIONS WRITTEN BY PROG22 - AN
      *    ENROLLMENT RECORD IMAGE, IN ARRIVAL ORDER WITHIN
      *    SECTION. REWRITTEN BY THIS RUN WITH WHOEVER IS LEFT.
       FD  WAITLIST-FILE
               RECORD CONTAINS 30 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS WAITLIST-REC.
      *
       01  WAITLIST-REC                 PIC X(30).
      *
       FD  SORTED-WAIT-FILE
               RECORD CONTAINS 30 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SORTED-WAIT-REC.
      *
       01  SORTED-WAIT-REC              PIC X(30).
      *
      *    THE ENROLLMENTS KEPT BY THE DROP PASS PLUS THOSE
      *    PROMOTED - SORTED BACK ONTO THE ENROLLMENT FILE.
       FD  KEPT-ENROLL-FILE
               RECORD CONTAINS 30 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS KEPT-ENROLL-REC.
      *
       01  KEPT-ENROLL-REC              PIC X(30).
      *
       FD  ROSTER-REPORT
               RECORD CONTAINS 132 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS ROSTER-REPORT-OUT.
      *
       01  ROSTER-REPORT-OUT            PIC X(132).
      *
       FD  NEW-MASTER-FILE
               RECORD CONTAINS 70 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS NEW-MASTER-REC-IN.
      *
       01  NEW-MASTER-REC-IN.
           05  FILLER                   PIC X(2).
           05  STUD-ID-KEY-NM           PIC X(9).
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
      *    ONE RECORD PER SECTION OFFERED IN A TERM - SEE PROG31.
       FD  SECTION-FILE
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SECTION-REC.
      *
       01  SECTION-REC.
           05  SS-SECTION-KEY.
               10  SS-DEPT              PIC X(4).
               10  SS-COURSE-NUM        PIC X(4).
               10  SS-SECTION           PIC X(2).
               10  SS-TERM-CODE         PIC X(6).
      *    ONE BYTE PER DAY, M T W R F S U - THE LETTER OR A SPACE.
           05  SS-MEET-DAYS             PIC X(7).
           05  SS-MEET-DAY-TBL REDEFINES SS-MEET-DAYS.
               10  SS-MEET-DAY  OCCURS 7 TIMES
                                        PIC X(1).
           05  SS-START-TIME            PIC 9(4).
           05  SS-END-TIME              PIC 9(4).
           05  SS-ROOM                  PIC X(6).
           05  SS-INSTRUCTOR            PIC X(20).
           05  SS-CAPACITY              PIC 9(3).
           05  SS-ACTIVE-IND            PIC X(1).
           05  FILLER                   PIC X(19).
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
      *
      *
       WORKING-STORAGE SECTION.
      *
      *
       01  WS-SWITCHES.
           05  ENROLL-EOF-SW            PIC X.
           05  DROP-EOF-SW              PIC X.
           05  WAIT-EOF-SW              PIC X.
           05  NM-FOUND-SW              PIC X.
           05  WS-CAT-FOUND-SW          PIC X.
           05  WS-SECT-FOUND-SW         PIC X.
           05  WS-FIRST-REC-SW          PIC X.
           05  WS-DAY-MATCH-SW          PIC X.
           05  WS-CONFLICT-SW           PIC X.
           05  WS-PEND-MATCH-SW         PIC X.
      *
       01  WS-RUN-CONTROL-AREA.
           05  WS-MASTER-FILE-NAME      PIC X(13)
                                        VALUE "NEW-MASTER.G1".
           05  WS-MASTER-GEN-BYTE REDEFINES WS-MASTER-FILE-NAME.
               10  FILLER               PIC X(12).
               10  WS-MASTER-GEN        PIC 9(1).
           05  WS-RC-FOUND-SW           PIC X.
      *
       01  WS-BREAK-AREA.
           05  WS-PREV-DEPT             PIC X(4).
           05  WS-PREV-COURSE           PIC X(4).
           05  WS-PREV-SECTION          PIC X(2).
           05  WS-PREV-TERM             PIC X(6).
      *
       01  WS-RUN-COUNTS.
           05  WS-ENROLL-READ-CNT       PIC 9(5) VALUE ZERO.
           05  WS-DROP-READ-CNT         PIC 9(5) VALUE ZERO.
           05  WS-DROP-CNT              PIC 9(5) VALUE ZERO.
           05  WS-WAIT-READ-CNT         PIC 9(5) VALUE ZERO.
           05  WS-WAIT-DROP-CNT         PIC 9(5) VALUE ZERO.
           05  WS-WAIT-REMOVE-CNT       PIC 9(5) VALUE ZERO.
           05  WS-PROMOTE-CNT           PIC 9(5) VALUE ZERO.
           05  WS-STILL-WAIT-CNT        PIC 9(5) VALUE ZERO.
           05  WS-UNMATCHED-CNT         PIC 9(5) VALUE ZERO.
           05  WS-ENROLL-WRITE-CNT      PIC 9(5) VALUE ZERO.
           05  WS-SECTION-CNT           PIC 9(5) VALUE ZERO.
      *
       01  WS-DATE-ACCEPT.
           05  DATE-ACCEPT              PIC X(6).
           05  DATE-WS REDEFINES DATE-ACCEPT.
               10  WS-YEAR              PIC X(2).
               10  WS-MONTH             PIC X(2).
               10  WS-DAY               PIC X(2).
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
       01  WS-DROP-REC.
           05  DR-STUD-ID               PIC X(9).
           05  DR-DEPT                  PIC X(4).
           05  DR-COURSE-NUM            PIC X(4).
           05  DR-SECTION               PIC X(2).
           05  DR-TERM-CODE             PIC X(6).
           05  FILLER                   PIC X(5).
      *
       01  WS-WAIT-REC.
           05  WL-STUD-ID               PIC X(9).
           05  WL-DEPT                  PIC X(4).
           05  WL-COURSE-NUM            PIC X(4).
           05  WL-SECTION               PIC X(2).
           05  WL-TERM-CODE             PIC X(6).
           05  FILLER                   PIC X(5).
      *
      *    THE DROP PASS MATCHES ON THE SORT SEQUENCE - SECTION
      *    KEY FIRST, THEN STUDENT. END OF FILE MOVES HIGH-VALUES
      *    SO THE OTHER FILE RUNS OUT.
       01  WS-MATCH-AREA.
           05  WS-EN-MATCH-KEY.
               10  WS-EN-SECT-KEY       PIC X(16).
               10  WS-EN-MATCH-STUD     PIC X(9).
           05  WS-DR-MATCH-KEY.
               10  WS-DR-SECT-KEY       PIC X(16).
               10  WS-DR-MATCH-STUD     PIC X(9).
           05  WS-CUR-SECT-KEY.
               10  WS-CUR-DEPT          PIC X(4).
               10  WS-CUR-COURSE        PIC X(4).
               10  WS-CUR-SECTION       PIC X(2).
               10  WS-CUR-TERM          PIC X(6).
           05  WS-CUR-STUD-ID           PIC X(9).
           05  WS-LAST-SECT-READ        PIC X(16).
           05  WS-SEATS-LEFT            PIC 9(5).
      *
      *    ONE ENTRY PER SECTION SEEN - SEATS TAKEN AND STUDENTS
      *    LEFT ON THE WAITLIST, FOR THE PROMOTION PASS AND THE
      *    ROSTER FOOT.
       01  WS-SECTION-TABLE.
           05  WS-SEC-ENTRY-CNT         PIC 9(4) VALUE ZERO.
           05  WS-SEC-ENTRY  OCCURS 2000 TIMES
                             INDEXED BY WS-SEC-IDX.
               10  WS-SEC-KEY           PIC X(16).
               10  WS-SEC-ENROLLED      PIC 9(4).
               10  WS-SEC-WAITING       PIC 9(4).
      *
      *    DROPS WITH NO MATCHING ENROLLMENT, HELD FOR THE
      *    WAITLIST PASS.
       01  WS-PEND-DROP-TABLE.
           05  WS-PEND-ENTRY-CNT        PIC 9(3) VALUE ZERO.
           05  WS-PEND-FULL-SW          PIC X VALUE "N".
           05  WS-PEND-SUB              PIC 9(3).
           05  WS-PEND-ENTRY  OCCURS 500 TIMES
                              INDEXED BY WS-PEND-IDX.
               10  WS-PEND-KEY          PIC X(25).
               10  WS-PEND-USED-SW      PIC X.
      *
      *    THE MEETING TIMES OF EVERY SECTION EACH STUDENT HOLDS
      *    AFTER THE DROPS, FOR THE CONFLICT CHECK ON PROMOTION.
       01  WS-MEETING-TABLE.
           05  WS-MTG-ENTRY-CNT         PIC 9(4) VALUE ZERO.
           05  WS-MTG-SUB               PIC 9(4).
           05  WS-DAY-SUB               PIC 9 COMP.
           05  WS-MTG-ENTRY  OCCURS 9000 TIMES.
               10  WS-MTG-STUD-ID       PIC X(9).
               10  WS-MTG-TERM          PIC X(6).
               10  WS-MTG-DAY  OCCURS 7 TIMES
                                        PIC X(1).
               10  WS-MTG-START         PIC 9(4).
               10  WS-MTG-END           PIC 9(4).
               10  WS-MTG-DEPT          PIC X(4).
               10  WS-MTG-COURSE        PIC X(4).
               10  WS-MTG-SECTION       PIC X(2).
      *
       01  WS-CONFLICT-REASON.
           05  FILLER                   PIC X(14)
                                        VALUE "TIME CONFLICT ".
           05  WS-CONFLICT-DEPT         PIC X(4).
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-CONFLICT-COURSE       PIC X(4).
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-CONFLICT-SECTION      PIC X(2).
      *
       01  WS-NM-REC.
           05  FILLER                   PIC X(2).
           05  STUD-ID-NM               PIC X(9).
           05  LNAME-NM                 PIC X(14).
           05  FNAME-NM                 PIC X(10).
           05  FILLER                   PIC X(35).
      *
       01  WS-RR-LINE-01.
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
       01  WS-RR-LINE-02.
           05  FILLER                   PIC X(22) VALUE SPACES.
           05  FILLER                   PIC X(8) VALUE "WAITLIST".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(9) VALUE "PROMOTION".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(3) VALUE "AND".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(6) VALUE "ROSTER".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(6) VALUE "REPORT".
           05  FILLER                   PIC X(74) VALUE SPACES.
      *
       01  WS-RR-LINE-03.
           05  FILLER                   PIC X(6) VALUE "DATE: ".
           05  RUN-DATE-RR-OUT.
               10  MONTH-RR-OUT         PIC X(2).
               10  FILLER               PIC X VALUE "/".
               10  DAY-RR-OUT           PIC X(2).
               10  FILLER               PIC X VALUE "/".
               10  YEAR-RR-OUT          PIC X(2).
           05  FILLER                   PIC X(118) VALUE SPACES.
      *
       01  WS-RR-ACT-HDG-LINE.
           05  FILLER                   PIC X(7) VALUE "STUDENT".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(6) VALUE "NUMBER".
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  FILLER                   PIC X(5) VALUE "DEPT.".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(6) VALUE "COURSE".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(4) VALUE "SEC.".
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(4) VALUE "TERM".
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  FILLER                   PIC X(6) VALUE "ACTION".
           05  FILLER                   PIC X(79) VALUE SPACES.
      *
       01  WS-RR-ACT-DL-LINE.
           05  STUD-ID-AV.
               10  STUD-ID-3-AV         PIC X(3).
               10  FILLER               PIC X VALUE "-".
               10  STUD-ID-2-AV         PIC X(2).
               10  FILLER               PIC X VALUE "-".
               10  STUD-ID-4-AV         PIC X(4).
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  DEPT-AV                  PIC X(4).
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  COURSE-NUM-AV            PIC X(4).
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  SECTION-AV               PIC X(2).
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  TERM-CODE-AV             PIC X(6).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  AV-ACTION-OUT            PIC X(30).
           05  FILLER                   PIC X(58) VALUE SPACES.
      *
      *    THE RECORD THE ACTIVITY LINE IS PRINTED FROM.
       01  WS-ACTIVITY-REC.
           05  AV-STUD-ID.
               10  AV-STUD-ID-3         PIC X(3).
               10  AV-STUD-ID-2         PIC X(2).
               10  AV-STUD-ID-4         PIC X(4).
           05  AV-DEPT                  PIC X(4).
           05  AV-COURSE-NUM            PIC X(4).
           05  AV-SECTION               PIC X(2).
           05  AV-TERM-CODE             PIC X(6).
           05  FILLER                   PIC X(5).
      *
       01  WS-RR-ROSTER-HDG-LINE.
           05  FILLER                   PIC X(8) VALUE "COURSE: ".
           05  DEPT-RH-OUT              PIC X(4).
           05  FILLER                   PIC X VALUE SPACE.
           05  COURSE-NUM-RH-OUT        PIC X(4).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  COURSE-DESC-RH-OUT       PIC X(24).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(9) VALUE "SECTION: ".
           05  SECTION-RH-OUT           PIC X(2).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(6) VALUE "TERM: ".
           05  TERM-RH-OUT              PIC X(6).
           05  FILLER                   PIC X(62) VALUE SPACES.
      *
       01  WS-RR-MEETING-LINE.
           05  FILLER                   PIC X(8) VALUE "MEETS:  ".
           05  MEET-DAYS-RH-OUT         PIC X(7).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  START-TIME-RH-OUT        PIC X(4).
           05  TIME-DASH-RH-OUT         PIC X(1).
           05  END-TIME-RH-OUT          PIC X(4).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(6) VALUE "ROOM: ".
           05  ROOM-RH-OUT              PIC X(6).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(12)
                                        VALUE "INSTRUCTOR: ".
           05  INSTRUCTOR-RH-OUT        PIC X(20).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE "CAPACITY: ".
           05  CAPACITY-RH-OUT          PIC ZZ9.
           05  FILLER                   PIC X(43) VALUE SPACES.
      *
       01  WS-RR-COL-HDG-LINE.
           05  FILLER                   PIC X(7) VALUE "STUDENT".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(6) VALUE "NUMBER".
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  FILLER                   PIC X(4) VALUE "LAST".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(4) VALUE "NAME".
           05  FILLER                   PIC X(7) VALUE SPACES.
           05  FILLER                   PIC X(5) VALUE "FIRST".
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(4) VALUE "NAME".
           05  FILLER                   PIC X(88) VALUE SPACES.
      *
       01  WS-RR-ROSTER-DL-LINE.
           05  FILLER                   PIC X VALUE SPACE.
           05  STUD-ID-RO.
               10  STUD-ID-3-RO         PIC X(3).
               10  FILLER               PIC X VALUE "-".
               10  STUD-ID-2-RO         PIC X(2).
               10  FILLER               PIC X VALUE "-".
               10  STUD-ID-4-RO         PIC X(4).
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  LNAME-RO-OUT             PIC X(14).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FNAME-RO-OUT             PIC X(10).
           05  FILLER                   PIC X(88) VALUE SPACES.
      *
       01  WS-RR-COUNT-LINE.
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  RR-CNT-LABEL-OUT         PIC X(22).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  RR-CNT-COUNT-OUT         PIC ZZZZ9.
           05  FILLER                   PIC X(98) VALUE SPACES.
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
           PERFORM B30-SORT-FILES-PARA.
           OPEN INPUT  NEW-MASTER-FILE
                       COURSE-CAT-FILE
                       SECTION-FILE
                OUTPUT ROSTER-REPORT.
           PERFORM B10-INIT-PARA.
           PERFORM B40-DROP-PASS-PARA.
           PERFORM B50-PROMOTE-PASS-PARA.
           PERFORM B60-SORT-KEPT-PARA.
           PERFORM B70-ROSTER-PASS-PARA.
           PERFORM C60-FILE-TOTALS-PARA.
           CLOSE NEW-MASTER-FILE
                 COURSE-CAT-FILE
                 SECTION-FILE
                 ROSTER-REPORT.
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
               DISPLAY "PROG32: FATAL - RUN-CONTROL.DAT NOT FOUND "
                   "- CANNOT TELL WHICH MASTER GENERATION IS "
                   "CURRENT"
               STOP RUN
           END-IF.
      *
      *
      *    THE ENROLLMENT AND DROP FILES GO INTO MATCHING ORDER.
      *    THE WAITLIST IS SORTED ON THE SECTION ONLY - EQUAL KEYS
      *    KEEP THEIR FILE ORDER, WHICH IS THE ARRIVAL ORDER.
       B30-SORT-FILES-PARA.
           SORT SORT-WORK-FILE
               ASCENDING KEY SR-DEPT-SW SR-COURSE-NUM-SW
                             SR-SECTION-SW SR-TERM-CODE-SW
                             SR-STUD-ID-SW
                   USING  ENROLL-FILE
                   GIVING SORTED-ENROLL-FILE.
           SORT SORT-WORK-FILE
               ASCENDING KEY SR-DEPT-SW SR-COURSE-NUM-SW
                             SR-SECTION-SW SR-TERM-CODE-SW
                             SR-STUD-ID-SW
                   USING  DROP-FILE
                   GIVING SORTED-DROP-FILE.
           SORT SORT-WORK-FILE
               ASCENDING KEY SR-DEPT-SW SR-COURSE-NUM-SW
                             SR-SECTION-SW SR-TERM-CODE-SW
               WITH DUPLICATES IN ORDER
                   USING  WAITLIST-FILE
                   GIVING SORTED-WAIT-FILE.
      *
      *
       B10-INIT-PARA.
           ACCEPT DATE-ACCEPT FROM DATE.
           MOVE WS-MONTH TO MONTH-RR-OUT.
           MOVE WS-DAY TO DAY-RR-OUT.
           MOVE WS-YEAR TO YEAR-RR-OUT.
           MOVE SPACES TO WS-LAST-SECT-READ.
           PERFORM C10-ACTIVITY-HEADINGS-PARA.
      *
      *
      *    THE DROP PASS - A STRAIGHT TWO-FILE MATCH OF THE
      *    ENROLLMENT FILE AGAINST THE DROP FILE.
       B40-DROP-PASS-PARA.
           OPEN INPUT  SORTED-ENROLL-FILE
                       SORTED-DROP-FILE
                OUTPUT KEPT-ENROLL-FILE.
           MOVE "N" TO ENROLL-EOF-SW.
           MOVE "N" TO DROP-EOF-SW.
           PERFORM B44-READ-ENROLL-PARA.
           PERFORM B45-READ-DROP-PARA.
           PERFORM B42-MATCH-PARA
               UNTIL ENROLL-EOF-SW = "Y" AND DROP-EOF-SW = "Y".
           CLOSE SORTED-ENROLL-FILE
                 SORTED-DROP-FILE
                 KEPT-ENROLL-FILE.
      *
      *
       B42-MATCH-PARA.
           EVALUATE TRUE
               WHEN WS-EN-MATCH-KEY < WS-DR-MATCH-KEY
                   PERFORM B43-KEEP-ENROLL-PARA
                   PERFORM B44-READ-ENROLL-PARA
               WHEN WS-EN-MATCH-KEY = WS-DR-MATCH-KEY
                   ADD 1 TO WS-DROP-CNT
                   MOVE WS-ENROLL-REC TO WS-ACTIVITY-REC
                   MOVE "DROPPED" TO AV-ACTION-OUT
                   PERFORM C20-WRITE-ACTIVITY-PARA
                   PERFORM B44-READ-ENROLL-PARA
                   PERFORM B45-READ-DROP-PARA
               WHEN OTHER
                   PERFORM B46-HOLD-DROP-PARA
                   PERFORM B45-READ-DROP-PARA
           END-EVALUATE.
      *
      *
      *    AN ENROLLMENT THE DROPS LEFT ALONE - ONTO THE KEPT FILE,
      *    ONE MORE SEAT TAKEN IN ITS SECTION, AND ITS MEETING
      *    TIMES HELD FOR THE STUDENT.
       B43-KEEP-ENROLL-PARA.
           WRITE KEPT-ENROLL-REC FROM WS-ENROLL-REC.
           MOVE WS-EN-SECT-KEY TO WS-CUR-SECT-KEY.
           MOVE EN-STUD-ID TO WS-CUR-STUD-ID.
           PERFORM B47-SECTION-ENTRY-PARA.
           ADD 1 TO WS-SEC-ENROLLED(WS-SEC-IDX).
           PERFORM B48-READ-SECTION-PARA.
           PERFORM B49-ADD-MEETING-PARA.
      *
      *
       B44-READ-ENROLL-PARA.
           READ SORTED-ENROLL-FILE INTO WS-ENROLL-REC
               AT END
                   MOVE "Y" TO ENROLL-EOF-SW
                   MOVE HIGH-VALUES TO WS-EN-MATCH-KEY
               NOT AT END
                   ADD 1 TO WS-ENROLL-READ-CNT
                   MOVE EN-DEPT TO WS-EN-SECT-KEY(1:4)
                   MOVE EN-COURSE-NUM TO WS-EN-SECT-KEY(5:4)
                   MOVE EN-SECTION TO WS-EN-SECT-KEY(9:2)
                   MOVE EN-TERM-CODE TO WS-EN-SECT-KEY(11:6)
                   MOVE EN-STUD-ID TO WS-EN-MATCH-STUD
           END-READ.
      *
      *
       B45-READ-DROP-PARA.
           READ SORTED-DROP-FILE INTO WS-DROP-REC
               AT END
                   MOVE "Y" TO DROP-EOF-SW
                   MOVE HIGH-VALUES TO WS-DR-MATCH-KEY
               NOT AT END
                   ADD 1 TO WS-DROP-READ-CNT
                   MOVE DR-DEPT TO WS-DR-SECT-KEY(1:4)
                   MOVE DR-COURSE-NUM TO WS-DR-SECT-KEY(5:4)
                   MOVE DR-SECTION TO WS-DR-SECT-KEY(9:2)
                   MOVE DR-TERM-CODE TO WS-DR-SECT-KEY(11:6)
                   MOVE DR-STUD-ID TO WS-DR-MATCH-STUD
           END-READ.
      *
      *
      *    A DROP WITH NO ENROLLMENT BEHIND IT MAY BE A STUDENT
      *    STILL ON THE WAITLIST - HOLD IT FOR THE PROMOTION PASS.
       B46-HOLD-DROP-PARA.
           IF WS-PEND-ENTRY-CNT < 500 THEN
               ADD 1 TO WS-PEND-ENTRY-CNT
               SET WS-PEND-IDX TO WS-PEND-ENTRY-CNT
               MOVE WS-DR-MATCH-KEY TO WS-PEND-KEY(WS-PEND-IDX)
               MOVE "N" TO WS-PEND-USED-SW(WS-PEND-IDX)
           ELSE
               ADD 1 TO WS-UNMATCHED-CNT
               MOVE WS-DROP-REC TO WS-ACTIVITY-REC
               MOVE "DROP NOT MATCHED" TO AV-ACTION-OUT
               PERFORM C20-WRITE-ACTIVITY-PARA
               IF WS-PEND-FULL-SW = "N" THEN
                   MOVE "Y" TO WS-PEND-FULL-SW
                   DISPLAY "PROG32: UNMATCHED DROP TABLE FULL - "
                       "LATER DROPS NOT CHECKED AGAINST THE "
                       "WAITLIST"
               END-IF
           END-IF.
      *
      *
      *    FIND THE SECTION TABLE ENTRY FOR WS-CUR-SECT-KEY, ADDING
      *    ONE IF THE SECTION IS NEW.
       B47-SECTION-ENTRY-PARA.
           MOVE "N" TO WS-SECT-FOUND-SW.
           IF WS-SEC-ENTRY-CNT > ZERO THEN
               SET WS-SEC-IDX TO 1
               SEARCH WS-SEC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SEC-IDX > WS-SEC-ENTRY-CNT
                       CONTINUE
                   WHEN WS-SEC-KEY(WS-SEC-IDX) = WS-CUR-SECT-KEY
                       MOVE "Y" TO WS-SECT-FOUND-SW
               END-SEARCH
           END-IF.
           IF WS-SECT-FOUND-SW = "N" THEN
               IF WS-SEC-ENTRY-CNT < 2000 THEN
                   ADD 1 TO WS-SEC-ENTRY-CNT
                   SET WS-SEC-IDX TO WS-SEC-ENTRY-CNT
                   MOVE WS-CUR-SECT-KEY TO WS-SEC-KEY(WS-SEC-IDX)
                   MOVE ZERO TO WS-SEC-ENROLLED(WS-SEC-IDX)
                   MOVE ZERO TO WS-SEC-WAITING(WS-SEC-IDX)
               ELSE
                   DISPLAY "PROG32: FATAL - SECTION TABLE FULL AT "
                       WS-CUR-SECT-KEY
                   STOP RUN
               END-IF
           END-IF.
      *
      *
      *    THE SCHEDULE RECORD FOR WS-CUR-SECT-KEY - ONLY READ
      *    WHEN THE SECTION CHANGES, SINCE BOTH PASSES RUN IN
      *    SECTION ORDER.
       B48-READ-SECTION-PARA.
           IF WS-CUR-SECT-KEY IS NOT EQUAL TO WS-LAST-SECT-READ THEN
               MOVE WS-CUR-SECT-KEY TO WS-LAST-SECT-READ
               MOVE WS-CUR-DEPT TO SS-DEPT
               MOVE WS-CUR-COURSE TO SS-COURSE-NUM
               MOVE WS-CUR-SECTION TO SS-SECTION
               MOVE WS-CUR-TERM TO SS-TERM-CODE
               READ SECTION-FILE
                   INVALID KEY
                       MOVE SPACES TO SECTION-REC
                       MOVE ZERO TO SS-START-TIME
                       MOVE ZERO TO SS-END-TIME
                       MOVE ZERO TO SS-CAPACITY
                       MOVE "N" TO SS-ACTIVE-IND
               END-READ
           END-IF.
      *
      *
      *    HOLD THE MEETING TIMES OF A SECTION THE STUDENT HOLDS.
       B49-ADD-MEETING-PARA.
           IF SS-MEET-DAYS IS NOT EQUAL TO SPACES THEN
               IF WS-MTG-ENTRY-CNT < 9000 THEN
                   ADD 1 TO WS-MTG-ENTRY-CNT
                   MOVE WS-MTG-ENTRY-CNT TO WS-MTG-SUB
                   MOVE WS-CUR-STUD-ID TO WS-MTG-STUD-ID(WS-MTG-SUB)
                   MOVE WS-CUR-TERM TO WS-MTG-TERM(WS-MTG-SUB)
                   MOVE 1 TO WS-DAY-SUB
                   PERFORM B49A-MOVE-DAY-PARA
                       UNTIL WS-DAY-SUB > 7
                   MOVE SS-START-TIME TO WS-MTG-START(WS-MTG-SUB)
                   MOVE SS-END-TIME TO WS-MTG-END(WS-MTG-SUB)
                   MOVE WS-CUR-DEPT TO WS-MTG-DEPT(WS-MTG-SUB)
                   MOVE WS-CUR-COURSE TO WS-MTG-COURSE(WS-MTG-SUB)
                   MOVE WS-CUR-SECTION TO WS-MTG-SECTION(WS-MTG-SUB)
               ELSE
                   DISPLAY "PROG32: FATAL - MEETING TABLE FULL AT "
                       WS-CUR-SECT-KEY
                   STOP RUN
               END-IF
           END-IF.
      *
      *
       B49A-MOVE-DAY-PARA.
           MOVE SS-MEET-DAY(WS-DAY-SUB) TO
               WS-MTG-DAY(WS-MTG-SUB, WS-DAY-SUB).
           ADD 1 TO WS-DAY-SUB.
      *
      *
      *    THE PROMOTION PASS - PROMOTED STUDENTS ARE ADDED TO THE
      *    END OF THE KEPT FILE; THE REST GO BACK ON THE WAITLIST.
      *    DROPS STILL UNMATCHED AFTERWARDS ARE LISTED.
       B50-PROMOTE-PASS-PARA.
           OPEN INPUT  SORTED-WAIT-FILE
                EXTEND KEPT-ENROLL-FILE
                OUTPUT WAITLIST-FILE.
           MOVE "N" TO WAIT-EOF-SW.
           READ SORTED-WAIT-FILE INTO WS-WAIT-REC
               AT END MOVE "Y" TO WAIT-EOF-SW.
           PERFORM B52-WAITLIST-PARA
               UNTIL WAIT-EOF-SW = "Y".
           CLOSE SORTED-WAIT-FILE
                 KEPT-ENROLL-FILE
                 WAITLIST-FILE.
           MOVE 1 TO WS-PEND-SUB.
           PERFORM B58-UNMATCHED-DROP-PARA
               UNTIL WS-PEND-SUB > WS-PEND-ENTRY-CNT.
      *
      *
       B52-WAITLIST-PARA.
           ADD 1 TO WS-WAIT-READ-CNT.
           MOVE WL-DEPT TO WS-CUR-DEPT.
           MOVE WL-COURSE-NUM TO WS-CUR-COURSE.
           MOVE WL-SECTION TO WS-CUR-SECTION.
           MOVE WL-TERM-CODE TO WS-CUR-TERM.
           MOVE WL-STUD-ID TO WS-CUR-STUD-ID.
           MOVE WS-WAIT-REC TO WS-ACTIVITY-REC.
           PERFORM B47-SECTION-ENTRY-PARA.
           PERFORM B48-READ-SECTION-PARA.
           PERFORM B53-FIND-PEND-DROP-PARA.
           MOVE WL-STUD-ID TO STUD-ID-KEY-NM.
           READ NEW-MASTER-FILE INTO WS-NM-REC
               INVALID KEY
                   MOVE "N" TO NM-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO NM-FOUND-SW
           END-READ.
           IF SS-CAPACITY > WS-SEC-ENROLLED(WS-SEC-IDX) THEN
               SUBTRACT WS-SEC-ENROLLED(WS-SEC-IDX) FROM SS-CAPACITY
                   GIVING WS-SEATS-LEFT
           ELSE
               MOVE ZERO TO WS-SEATS-LEFT
           END-IF.
           EVALUATE TRUE
               WHEN WS-PEND-MATCH-SW = "Y"
                   ADD 1 TO WS-WAIT-DROP-CNT
                   MOVE "DROPPED FROM WAITLIST" TO AV-ACTION-OUT
                   PERFORM C20-WRITE-ACTIVITY-PARA
               WHEN SS-ACTIVE-IND IS NOT EQUAL TO "Y"
                   ADD 1 TO WS-WAIT-REMOVE-CNT
                   MOVE "REMOVED-SECTION CANCELLED" TO AV-ACTION-OUT
                   PERFORM C20-WRITE-ACTIVITY-PARA
               WHEN NM-FOUND-SW = "N"
                   ADD 1 TO WS-WAIT-REMOVE-CNT
                   MOVE "REMOVED-NOT ON MASTER" TO AV-ACTION-OUT
                   PERFORM C20-WRITE-ACTIVITY-PARA
               WHEN WS-SEATS-LEFT = ZERO
                   PERFORM B56-STAY-WAITLISTED-PARA
               WHEN OTHER
                   PERFORM B54-TIME-CONFLICT-PARA
                   IF WS-CONFLICT-SW = "Y" THEN
                       MOVE WS-CONFLICT-REASON TO AV-ACTION-OUT
                       PERFORM C20-WRITE-ACTIVITY-PARA
                       PERFORM B56-STAY-WAITLISTED-PARA
                   ELSE
                       ADD 1 TO WS-PROMOTE-CNT
                       ADD 1 TO WS-SEC-ENROLLED(WS-SEC-IDX)
                       WRITE KEPT-ENROLL-REC FROM WS-WAIT-REC
                       PERFORM B49-ADD-MEETING-PARA
                       MOVE "PROMOTED" TO AV-ACTION-OUT
                       PERFORM C20-WRITE-ACTIVITY-PARA
                   END-IF
           END-EVALUATE.
           READ SORTED-WAIT-FILE INTO WS-WAIT-REC
               AT END MOVE "Y" TO WAIT-EOF-SW.
      *
      *
       B53-FIND-PEND-DROP-PARA.
           MOVE "N" TO WS-PEND-MATCH-SW.
           MOVE WS-CUR-SECT-KEY TO WS-DR-SECT-KEY.
           MOVE WS-CUR-STUD-ID TO WS-DR-MATCH-STUD.
           IF WS-PEND-ENTRY-CNT > ZERO THEN
               SET WS-PEND-IDX TO 1
               SEARCH WS-PEND-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PEND-IDX > WS-PEND-ENTRY-CNT
                       CONTINUE
                   WHEN WS-PEND-KEY(WS-PEND-IDX) = WS-DR-MATCH-KEY AND
                       WS-PEND-USED-SW(WS-PEND-IDX) = "N"
                       MOVE "Y" TO WS-PEND-MATCH-SW
                       MOVE "Y" TO WS-PEND-USED-SW(WS-PEND-IDX)
               END-SEARCH
           END-IF.
      *
      *
      *    THE SAME TEST PROG22 APPLIES AT LOAD TIME - SAME
      *    STUDENT AND TERM, A SHARED DAY, AND EACH SECTION
      *    STARTING BEFORE THE OTHER ENDS.
       B54-TIME-CONFLICT-PARA.
           MOVE "N" TO WS-CONFLICT-SW.
           IF SS-MEET-DAYS IS NOT EQUAL TO SPACES THEN
               MOVE 1 TO WS-MTG-SUB
               PERFORM B54A-CHECK-MEETING-PARA
                   UNTIL WS-MTG-SUB > WS-MTG-ENTRY-CNT OR
                         WS-CONFLICT-SW = "Y"
           END-IF.
      *
      *
       B54A-CHECK-MEETING-PARA.
           IF WS-MTG-STUD-ID(WS-MTG-SUB) = WS-CUR-STUD-ID AND
               WS-MTG-TERM(WS-MTG-SUB) = WS-CUR-TERM AND
               WS-MTG-START(WS-MTG-SUB) < SS-END-TIME AND
               SS-START-TIME < WS-MTG-END(WS-MTG-SUB) THEN
               MOVE "N" TO WS-DAY-MATCH-SW
               MOVE 1 TO WS-DAY-SUB
               PERFORM B54B-CHECK-DAY-PARA
                   UNTIL WS-DAY-SUB > 7
               IF WS-DAY-MATCH-SW = "Y" THEN
                   MOVE "Y" TO WS-CONFLICT-SW
                   MOVE WS-MTG-DEPT(WS-MTG-SUB) TO WS-CONFLICT-DEPT
                   MOVE WS-MTG-COURSE(WS-MTG-SUB) TO
                       WS-CONFLICT-COURSE
                   MOVE WS-MTG-SECTION(WS-MTG-SUB) TO
                       WS-CONFLICT-SECTION
               END-IF
           END-IF.
           ADD 1 TO WS-MTG-SUB.
      *
      *
       B54B-CHECK-DAY-PARA.
           IF SS-MEET-DAY(WS-DAY-SUB) IS NOT EQUAL TO SPACE AND
               WS-MTG-DAY(WS-MTG-SUB, WS-DAY-SUB) IS NOT EQUAL TO
                   SPACE THEN
               MOVE "Y" TO WS-DAY-MATCH-SW
           END-IF.
           ADD 1 TO WS-DAY-SUB.
      *
      *
       B56-STAY-WAITLISTED-PARA.
           ADD 1 TO WS-STILL-WAIT-CNT.
           ADD 1 TO WS-SEC-WAITING(WS-SEC-IDX).
           WRITE WAITLIST-REC FROM WS-WAIT-REC.
      *
      *
       B58-UNMATCHED-DROP-PARA.
           IF WS-PEND-USED-SW(WS-PEND-SUB) = "N" THEN
               ADD 1 TO WS-UNMATCHED-CNT
               MOVE SPACES TO WS-ACTIVITY-REC
               MOVE WS-PEND-KEY(WS-PEND-SUB)(1:4) TO AV-DEPT
               MOVE WS-PEND-KEY(WS-PEND-SUB)(5:4) TO AV-COURSE-NUM
               MOVE WS-PEND-KEY(WS-PEND-SUB)(9:2) TO AV-SECTION
               MOVE WS-PEND-KEY(WS-PEND-SUB)(11:6) TO AV-TERM-CODE
               MOVE WS-PEND-KEY(WS-PEND-SUB)(17:9) TO AV-STUD-ID
               MOVE "DROP NOT MATCHED" TO AV-ACTION-OUT
               PERFORM C20-WRITE-ACTIVITY-PARA
           END-IF.
           ADD 1 TO WS-PEND-SUB.
      *
      *
      *    THE NEW ENROLLMENT FILE - KEPT AND PROMOTED TOGETHER, IN
      *    STUDENT ORDER WITHIN SECTION.
       B60-SORT-KEPT-PARA.
           SORT SORT-WORK-FILE
               ASCENDING KEY SR-DEPT-SW SR-COURSE-NUM-SW
                             SR-SECTION-SW SR-TERM-CODE-SW
                             SR-STUD-ID-SW
                   USING  KEPT-ENROLL-FILE
                   GIVING ENROLL-FILE.
      *
      *
      *    THE ROSTER PASS - ONE PAGE PER COURSE SECTION, AS PROG22
      *    PRINTS THEM.
       B70-ROSTER-PASS-PARA.
           OPEN INPUT ENROLL-FILE.
           MOVE "N" TO ENROLL-EOF-SW.
           MOVE "Y" TO WS-FIRST-REC-SW.
           MOVE ZERO TO WS-SECTION-CNT.
           READ ENROLL-FILE INTO WS-ENROLL-REC
               AT END MOVE "Y" TO ENROLL-EOF-SW.
           PERFORM B75-ROSTER-LINE-PARA
               UNTIL ENROLL-EOF-SW = "Y".
           IF WS-FIRST-REC-SW = "N" THEN
               PERFORM C40-SECTION-FOOT-PARA
           END-IF.
           CLOSE ENROLL-FILE.
      *
      *
       B75-ROSTER-LINE-PARA.
           IF WS-FIRST-REC-SW = "Y" THEN
               MOVE "N" TO WS-FIRST-REC-SW
               MOVE EN-DEPT TO WS-PREV-DEPT
               MOVE EN-COURSE-NUM TO WS-PREV-COURSE
               MOVE EN-SECTION TO WS-PREV-SECTION
               MOVE EN-TERM-CODE TO WS-PREV-TERM
               PERFORM C30-ROSTER-HEADINGS-PARA
           END-IF.

           IF EN-DEPT IS NOT EQUAL TO WS-PREV-DEPT OR
               EN-COURSE-NUM IS NOT EQUAL TO WS-PREV-COURSE OR
               EN-SECTION IS NOT EQUAL TO WS-PREV-SECTION OR
               EN-TERM-CODE IS NOT EQUAL TO WS-PREV-TERM THEN
               PERFORM C40-SECTION-FOOT-PARA
               MOVE EN-DEPT TO WS-PREV-DEPT
               MOVE EN-COURSE-NUM TO WS-PREV-COURSE
               MOVE EN-SECTION TO WS-PREV-SECTION
               MOVE EN-TERM-CODE TO WS-PREV-TERM
               PERFORM C30-ROSTER-HEADINGS-PARA
           END-IF.

           ADD 1 TO WS-SECTION-CNT.
           ADD 1 TO WS-ENROLL-WRITE-CNT.
           MOVE EN-STUD-ID-3 TO STUD-ID-3-RO.
           MOVE EN-STUD-ID-2 TO STUD-ID-2-RO.
           MOVE EN-STUD-ID-4 TO STUD-ID-4-RO.
           MOVE EN-STUD-ID TO STUD-ID-KEY-NM.
           READ NEW-MASTER-FILE INTO WS-NM-REC
               INVALID KEY
                   MOVE SPACES TO LNAME-RO-OUT
                   MOVE SPACES TO FNAME-RO-OUT
               NOT INVALID KEY
                   MOVE LNAME-NM TO LNAME-RO-OUT
                   MOVE FNAME-NM TO FNAME-RO-OUT
           END-READ.
           WRITE ROSTER-REPORT-OUT FROM WS-RR-ROSTER-DL-LINE
               AFTER ADVANCING 1 LINE.
           READ ENROLL-FILE INTO WS-ENROLL-REC
               AT END MOVE "Y" TO ENROLL-EOF-SW.
      *
      *
       C10-ACTIVITY-HEADINGS-PARA.
           WRITE ROSTER-REPORT-OUT FROM WS-RR-LINE-01
               AFTER ADVANCING PAGE.
           WRITE ROSTER-REPORT-OUT FROM WS-RR-LINE-02
               AFTER ADVANCING 2 LINES.
           WRITE ROSTER-REPORT-OUT FROM WS-RR-LINE-03
               AFTER ADVANCING 2 LINES.
           WRITE ROSTER-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE ROSTER-REPORT-OUT FROM WS-RR-ACT-HDG-LINE
               AFTER ADVANCING 1 LINE.
           WRITE ROSTER-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE.
      *
      *
       C20-WRITE-ACTIVITY-PARA.
           MOVE AV-STUD-ID-3 TO STUD-ID-3-AV.
           MOVE AV-STUD-ID-2 TO STUD-ID-2-AV.
           MOVE AV-STUD-ID-4 TO STUD-ID-4-AV.
           MOVE AV-DEPT TO DEPT-AV.
           MOVE AV-COURSE-NUM TO COURSE-NUM-AV.
           MOVE AV-SECTION TO SECTION-AV.
           MOVE AV-TERM-CODE TO TERM-CODE-AV.
           WRITE ROSTER-REPORT-OUT FROM WS-RR-ACT-DL-LINE
               AFTER ADVANCING 1 LINE.
      *
      *
       C30-ROSTER-HEADINGS-PARA.
           MOVE EN-DEPT TO DEPT-RH-OUT.
           MOVE EN-COURSE-NUM TO COURSE-NUM-RH-OUT.
           MOVE EN-DEPT TO CC-DEPT.
           MOVE EN-COURSE-NUM TO CC-COURSE-NUM.
           READ COURSE-CAT-FILE
               INVALID KEY
                   MOVE SPACES TO COURSE-DESC-RH-OUT
               NOT INVALID KEY
                   MOVE CC-COURSE-DESC TO COURSE-DESC-RH-OUT
           END-READ.
           MOVE EN-SECTION TO SECTION-RH-OUT.
           MOVE EN-TERM-CODE TO TERM-RH-OUT.
           MOVE EN-DEPT TO WS-CUR-DEPT.
           MOVE EN-COURSE-NUM TO WS-CUR-COURSE.
           MOVE EN-SECTION TO WS-CUR-SECTION.
           MOVE EN-TERM-CODE TO WS-CUR-TERM.
           PERFORM B48-READ-SECTION-PARA.
           MOVE SS-MEET-DAYS TO MEET-DAYS-RH-OUT.
           IF SS-START-TIME = ZERO AND SS-END-TIME = ZERO THEN
               MOVE SPACES TO START-TIME-RH-OUT
               MOVE SPACE TO TIME-DASH-RH-OUT
               MOVE SPACES TO END-TIME-RH-OUT
           ELSE
               MOVE SS-START-TIME TO START-TIME-RH-OUT
               MOVE "-" TO TIME-DASH-RH-OUT
               MOVE SS-END-TIME TO END-TIME-RH-OUT
           END-IF.
           MOVE SS-ROOM TO ROOM-RH-OUT.
           MOVE SS-INSTRUCTOR TO INSTRUCTOR-RH-OUT.
           MOVE SS-CAPACITY TO CAPACITY-RH-OUT.
           WRITE ROSTER-REPORT-OUT FROM WS-RR-LINE-01
               AFTER ADVANCING PAGE.
           WRITE ROSTER-REPORT-OUT FROM WS-RR-LINE-02
               AFTER ADVANCING 2 LINES.
           WRITE ROSTER-REPORT-OUT FROM WS-RR-LINE-03
               AFTER ADVANCING 2 LINES.
           WRITE ROSTER-REPORT-OUT FROM WS-RR-ROSTER-HDG-LINE
               AFTER ADVANCING 2 LINES.
           WRITE ROSTER-REPORT-OUT FROM WS-RR-MEETING-LINE
               AFTER ADVANCING 1 LINE.
           WRITE ROSTER-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE ROSTER-REPORT-OUT FROM WS-RR-COL-HDG-LINE
               AFTER ADVANCING 1 LINE.
           WRITE ROSTER-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE.
      *
      *
      *    THE FOOT OF A ROSTER - ENROLLED, SEATS REMAINING (NEVER
      *    BELOW ZERO, IF THE CAPACITY WAS CUT AFTER THE LOAD) AND
      *    STUDENTS STILL WAITING FOR A SEAT.
       C40-SECTION-FOOT-PARA.
           MOVE WS-PREV-DEPT TO WS-CUR-DEPT.
           MOVE WS-PREV-COURSE TO WS-CUR-COURSE.
           MOVE WS-PREV-SECTION TO WS-CUR-SECTION.
           MOVE WS-PREV-TERM TO WS-CUR-TERM.
           PERFORM B48-READ-SECTION-PARA.
           MOVE "STUDENTS ENROLLED:    " TO RR-CNT-LABEL-OUT.
           MOVE WS-SECTION-CNT TO RR-CNT-COUNT-OUT.
           WRITE ROSTER-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE ROSTER-REPORT-OUT FROM WS-RR-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-SECTION-CNT < SS-CAPACITY THEN
               SUBTRACT WS-SECTION-CNT FROM SS-CAPACITY
                   GIVING WS-SEATS-LEFT
           ELSE
               MOVE ZERO TO WS-SEATS-LEFT
           END-IF.
           MOVE "SEATS REMAINING:      " TO RR-CNT-LABEL-OUT.
           MOVE WS-SEATS-LEFT TO RR-CNT-COUNT-OUT.
           WRITE ROSTER-REPORT-OUT FROM WS-RR-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM B47-SECTION-ENTRY-PARA.
           MOVE "STILL WAITLISTED:     " TO RR-CNT-LABEL-OUT.
           MOVE WS-SEC-WAITING(WS-SEC-IDX) TO RR-CNT-COUNT-OUT.
           WRITE ROSTER-REPORT-OUT FROM WS-RR-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-SECTION-CNT.
      *
      *
      *    ENROLLMENTS READ - DROPS + PROMOTED = WRITTEN, AND
      *    WAITLIST READ - DROPS - REMOVED - PROMOTED = STILL
      *    WAITLISTED.
       C60-FILE-TOTALS-PARA.
           WRITE ROSTER-REPORT-OUT FROM WS-BLANK-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "ENROLLMENTS READ:     " TO RR-CNT-LABEL-OUT.
           MOVE WS-ENROLL-READ-CNT TO RR-CNT-COUNT-OUT.
           WRITE ROSTER-REPORT-OUT FROM WS-RR-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "DROP RECORDS READ:    " TO RR-CNT-LABEL-OUT.
           MOVE WS-DROP-READ-CNT TO RR-CNT-COUNT-OUT.
           WRITE ROSTER-REPORT-OUT FROM WS-RR-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "ENROLLMENTS DROPPED:  " TO RR-CNT-LABEL-OUT.
           MOVE WS-DROP-CNT TO RR-CNT-COUNT-OUT.
           WRITE ROSTER-REPORT-OUT FROM WS-RR-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "WAITLIST READ:        " TO RR-CNT-LABEL-OUT.
           MOVE WS-WAIT-READ-CNT TO RR-CNT-COUNT-OUT.
           WRITE ROSTER-REPORT-OUT FROM WS-RR-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "WAITLIST DROPPED:     " TO RR-CNT-LABEL-OUT.
           MOVE WS-WAIT-DROP-CNT TO RR-CNT-COUNT-OUT.
           WRITE ROSTER-REPORT-OUT FROM WS-RR-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "WAITLIST REMOVED:     " TO RR-CNT-LABEL-OUT.
           MOVE WS-WAIT-REMOVE-CNT TO RR-CNT-COUNT-OUT.
           WRITE ROSTER-REPORT-OUT FROM WS-RR-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "STUDENTS PROMOTED:    " TO RR-CNT-LABEL-OUT.
           MOVE WS-PROMOTE-CNT TO RR-CNT-COUNT-OUT.
           WRITE ROSTER-REPORT-OUT FROM WS-RR-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "STILL WAITLISTED:     " TO RR-CNT-LABEL-OUT.
           MOVE WS-STILL-WAIT-CNT TO RR-CNT-COUNT-OUT.
           WRITE ROSTER-REPORT-OUT FROM WS-RR-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "DROPS NOT MATCHED:    " TO RR-CNT-LABEL-OUT.
           MOVE WS-UNMATCHED-CNT TO RR-CNT-COUNT-OUT.
           WRITE ROSTER-REPORT-OUT FROM WS-RR-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "ENROLLMENTS WRITTEN:  " TO RR-CNT-LABEL-OUT.
           MOVE WS-ENROLL-WRITE-CNT TO RR-CNT-COUNT-OUT.
           WRITE ROSTER-REPORT-OUT FROM WS-RR-COUNT-LINE
               AFTER ADVANCING 1 LINE.
