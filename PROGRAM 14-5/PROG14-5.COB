      * THIS PROGRAM COMPARES THE PRIOR RUN'S HOLD FILE AGAINST THE
      * CURRENT RUN'S, BOTH IN STUDENT NUMBER PLUS REASON CODE
      * SEQUENCE, AND WRITES A DELTA FEED FOR THE REGISTRATION
      * OFFICE. SINCE THE EXCESSIVE-WITHDRAWAL AND FINANCIAL (FN)
      * HOLDS WERE ADDED A STUDENT CAN CARRY MORE THAN ONE HOLD AT
      * ONCE, SO EACH STUDENT-PLUS-REASON PAIR RECONCILES ON ITS
      * OWN - A STUDENT WHO PAYS OFF A PAST-DUE BALANCE GETS AN FN
      * RELEASE EVEN WHILE A PR HOLD CONTINUES:
      *
      * A. A HOLD ON THE CURRENT FILE BUT NOT THE PRIOR ONE GETS
      *    AN ADD-HOLD ("A") DELTA RECORD.
           05  COPY-EOF-SW              PIC X.
      *
      *    THE COMPARE KEY IS STUDENT NUMBER PLUS REASON CODE -
      *    PROG14-4 WRITES A STUDENT'S FN, PR AND WD RECORDS IN
      *    THAT ORDER, SO BOTH FILES ARRIVE IN KEY SEQUENCE.
       01  WS-HOLD-AREA.
           05  PRIOR-HOLD-KEY           PIC X(11).
           05  CURR-HOLD-KEY            PIC X(11).
