               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT PAY-GRADE-FILE
               ASSIGN TO "PAYGRADE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PAYGRADE-STATUS.

           SELECT DEPT-SUMMARY-FILE
               ASSIGN TO "DEPTSUM.RPT"
               ORGANIZATION IS SEQUENTIAL
           05  MASTER-SALARY           PIC 9(7)V99.
           05  MASTER-STATUS           PIC X(1).
           05  MASTER-LAST-UPDATE      PIC X(8).
           05  MASTER-BANK-ROUTING     PIC X(9).
           05  MASTER-BANK-ACCOUNT     PIC X(17).
           05  MASTER-BANK-ACCT-TYPE   PIC X(1).
           05  FILLER                  PIC X(18).

      ******************************************************
      * THE TRANSACTION RECORD NOW CARRIES AN EFFECTIVE DATE
      ******************************************************
      * DEPARTMENT REFERENCE DATA NOW CARRIES THE ANNUAL
      * SALARY BUDGET AND AUTHORIZED HEADCOUNT PER DEPARTMENT.
      * A RECORD WITH BLANK BUDGET COLUMNS LOADS AS ZERO,
      * WHICH MEANS 'NO BUDGET SET' AND IS NEVER FLAGGED
      * OVER. DEPT-MAX-OUT IS THE MOST OF THE DEPARTMENT THAT
      * MAY BE ON PLANNED LEAVE IN ONE DAY (ZERO OR BLANK FOR
      * NO LIMIT) - IT IS USED ONLY BY THE LEAVE PROGRAM. A
      * 40-BYTE DEPT.DAT MUST BE REORGANIZED TO THE NEW
      * RECORD LENGTH FIRST.
      ******************************************************
       FD  DEPARTMENT-FILE
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  DEPARTMENT-RECORD.
           05  DEPT-NAME               PIC X(20).
           05  DEPT-BUDGET-SALARY      PIC 9(9)V99.
           05  DEPT-AUTH-HEADCOUNT     PIC 9(5).
           05  DEPT-MAX-OUT            PIC 9(3).
           05  FILLER                  PIC X(7).

      ******************************************************
      * PAY GRADE REFERENCE - ONE RECORD PER JOB TITLE GIVING
      * ITS GRADE AND THE MINIMUM, MIDPOINT AND MAXIMUM ANNUAL
      * SALARY FOR THAT GRADE. THE LAYOUT MUST MATCH THE FD IN
      * COMPA-RATIO-REPORT.
      ******************************************************
       FD  PAY-GRADE-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  PAY-GRADE-RECORD.
           05  PG-JOB-TITLE            PIC X(25).
           05  PG-GRADE                PIC X(3).
           05  PG-MIN-SALARY           PIC 9(7)V99.
           05  PG-MID-SALARY           PIC 9(7)V99.
           05  PG-MAX-SALARY           PIC 9(7)V99.
           05  FILLER                  PIC X(25).

       FD  DEPT-SUMMARY-FILE
           RECORD CONTAINS 80 CHARACTERS
           05  LV-VAC-BALANCE          PIC 9(3)V99.
           05  LV-SICK-BALANCE         PIC 9(3)V99.
           05  LV-FROZEN-FLAG          PIC X(1).
               88  BALANCE-FROZEN      VALUE 'Y', 'P'.
           05  LV-LAST-ACCRUAL         PIC X(8).
           05  LV-UNPAID-HOURS         PIC 9(3)V99.
           05  LV-PAY-DATE-TAKEN       PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS            PIC X(2).
       01  WS-ERROR-STATUS             PIC X(2).
       01  WS-CHECKPT-STATUS           PIC X(2).
       01  WS-DEPT-STATUS              PIC X(2).
       01  WS-PAYGRADE-STATUS          PIC X(2).
       01  WS-DEPT-SUM-STATUS          PIC X(2).
       01  WS-AUDIT-STATUS             PIC X(2).
       01  WS-SALHIST-STATUS           PIC X(2).
       01  WS-SALARY-VALID-SWITCH      PIC X(1) VALUE 'N'.
           88  SALARY-ENTRY-VALID      VALUE 'Y'.

      ******************************************************
      * DIRECT-DEPOSIT DETAILS KEYED IN MAINTENANCE. THE
      * ROUTING NUMBER IS CHECKED AGAINST ITS ABA CHECK DIGIT
      * (WEIGHTS 3-7-1 ACROSS THE NINE DIGITS MUST SUM TO A
      * MULTIPLE OF TEN) SO A TRANSPOSED DIGIT IS CAUGHT HERE
      * AND NOT BY THE BANK ON PAY DAY.
      ******************************************************
       01  WS-MAINT-ROUTING            PIC X(9) VALUE SPACES.
       01  WS-ROUTING-DIGITS REDEFINES WS-MAINT-ROUTING.
           05  WS-ROUTING-DIGIT        PIC 9(1) OCCURS 9 TIMES.
       01  WS-MAINT-ACCOUNT            PIC X(17) VALUE SPACES.
       01  WS-MAINT-ACCT-TYPE          PIC X(1) VALUE SPACE.
       01  WS-ROUTING-CHECK-SUM        PIC 9(4) VALUE 0.
       01  WS-ROUTING-CHECK-QUOT       PIC 9(4) VALUE 0.
       01  WS-ROUTING-CHECK-REM        PIC 9(1) VALUE 0.
       01  WS-BANK-ENTRY-SWITCH        PIC X(1) VALUE 'K'.
           88  BANK-ENTRY-KEEP         VALUE 'K'.
           88  BANK-ENTRY-REMOVE       VALUE 'R'.
           88  BANK-ENTRY-SET          VALUE 'S'.

       01  WS-MAINT-TRANS.
           05  MAINT-TRANS-TYPE        PIC X(1).
           05  MAINT-TRANS-EMP-ID      PIC X(8).
               88  NEW-EMP-EOF         VALUE 'Y'.
           05  WS-DEPT-EOF             PIC X(1) VALUE 'N'.
               88  DEPT-EOF            VALUE 'Y'.
           05  WS-PAYGRADE-EOF         PIC X(1) VALUE 'N'.
               88  PAYGRADE-EOF        VALUE 'Y'.
           05  WS-GRDRES-EOF           PIC X(1) VALUE 'N'.
               88  GRDRES-EOF          VALUE 'Y'.
           05  WS-TRNCERT-EOF          PIC X(1) VALUE 'N'.
           05  REVIEW-SALARY           PIC 9(7)V99.
           05  REVIEW-STATUS           PIC X(1).
           05  REVIEW-LAST-UPDATE      PIC X(8).
           05  REVIEW-BANK-ROUTING     PIC X(9).
           05  REVIEW-BANK-ACCOUNT     PIC X(17).
           05  REVIEW-BANK-ACCT-TYPE   PIC X(1).
           05  FILLER                  PIC X(18).
       01  WS-REVIEW-TAG               PIC X(7) VALUE SPACES.
       01  WS-REVIEW-SALARY-DISPLAY    PIC Z(6)9.99.
       01  WS-CHECKPOINT-COUNTER       PIC 9(5) VALUE 0.
       01  WS-DEPT-FOUND-SWITCH        PIC X(1) VALUE 'N'.
           88  DEPT-FOUND              VALUE 'Y'.

      ******************************************************
      * IN-MEMORY PAY GRADE TABLE FROM PAYGRADE.DAT. WHEN THE
      * FILE IS NOT THERE THE TABLE STAYS UNLOADED AND JOB
      * TITLES AND SALARY RANGES ARE NOT CHECKED AT ALL.
      ******************************************************
       01  WS-GRADE-TABLE-MAX          PIC 9(3) VALUE 100.
       01  WS-GRADE-COUNT              PIC 9(3) VALUE 0.
       01  WS-GRADE-TABLE.
           05  GRADE-TABLE-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-GRADE-IDX.
               10  GRADE-TABLE-TITLE        PIC X(25).
               10  GRADE-TABLE-GRADE        PIC X(3).
               10  GRADE-TABLE-MIN          PIC 9(7)V99.
               10  GRADE-TABLE-MID          PIC 9(7)V99.
               10  GRADE-TABLE-MAX          PIC 9(7)V99.

       01  WS-GRADE-LOADED-SWITCH      PIC X(1) VALUE 'N'.
           88  GRADE-TABLE-LOADED      VALUE 'Y'.
       01  WS-GRADE-LOOKUP-TITLE       PIC X(25).
       01  WS-GRADE-MATCH-IDX          PIC 9(3) VALUE 0.
       01  WS-GRADE-FOUND-SWITCH       PIC X(1) VALUE 'N'.
           88  GRADE-FOUND             VALUE 'Y'.
       01  WS-GRADE-CHECK-SALARY       PIC 9(7)V99 VALUE 0.
       01  WS-GRADE-RANGE-SWITCH       PIC X(1) VALUE 'N'.
           88  SALARY-BELOW-GRADE      VALUE 'L'.
           88  SALARY-ABOVE-GRADE      VALUE 'H'.
           88  SALARY-IN-GRADE         VALUE 'N'.
       01  WS-GRADE-FLAG-COUNT         PIC 9(5) VALUE 0.
       01  WS-GRADE-LIMIT-DISPLAY      PIC Z(6)9.99.

      ******************************************************
      * AUDIT JOURNAL WORK AREAS - EVERY ADD/UPDATE/DELETE
      * APPLIED TO THE EMPLOYEE MASTER IS JOURNALED TO
               PERFORM SUPERVISOR-REVIEW
           ELSE
               PERFORM LOAD-DEPARTMENT-TABLE
               PERFORM LOAD-PAY-GRADE-TABLE
               PERFORM COUNT-MASTER-BEFORE
               PERFORM PRELOAD-DEPT-ACTUALS
               PERFORM PROCESS-TRANSACTIONS
               SET WS-DEPT-MATCH-IDX TO WS-DEPT-IDX
           END-IF.

      ******************************************************
      * LOAD THE PAY GRADE TABLE FROM PAYGRADE.DAT. A SITE
      * THAT HAS NOT SET UP GRADES YET HAS NO FILE, AND THEN
      * TITLES AND SALARY RANGES GO UNCHECKED. A ROW WHOSE
      * RANGE IS NOT NUMERIC OR RUNS BACKWARDS IS SKIPPED.
      ******************************************************
       LOAD-PAY-GRADE-TABLE.
           MOVE 0 TO WS-GRADE-COUNT
           MOVE 'N' TO WS-GRADE-LOADED-SWITCH
           OPEN INPUT PAY-GRADE-FILE
           IF WS-PAYGRADE-STATUS = '35'
               DISPLAY 'NO PAYGRADE.DAT - JOB TITLES AND SALARY '
                   'RANGES NOT CHECKED'
           ELSE
           IF WS-PAYGRADE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN PAYGRADE.DAT - STATUS '
                   WS-PAYGRADE-STATUS
           ELSE
               MOVE 'Y' TO WS-GRADE-LOADED-SWITCH
               MOVE 'N' TO WS-PAYGRADE-EOF
               PERFORM READ-PAY-GRADE
               PERFORM BUILD-GRADE-TABLE-ENTRY UNTIL PAYGRADE-EOF
               CLOSE PAY-GRADE-FILE
           END-IF
           END-IF.

       READ-PAY-GRADE.
           READ PAY-GRADE-FILE
               AT END
                   MOVE 'Y' TO WS-PAYGRADE-EOF
           END-READ.

       BUILD-GRADE-TABLE-ENTRY.
           IF PG-MIN-SALARY NOT NUMERIC
                   OR PG-MID-SALARY NOT NUMERIC
                   OR PG-MAX-SALARY NOT NUMERIC
                   OR PG-MIN-SALARY > PG-MID-SALARY
                   OR PG-MID-SALARY > PG-MAX-SALARY
               DISPLAY 'BAD SALARY RANGE ON PAYGRADE.DAT - '
                   PG-JOB-TITLE ' IGNORED'
           ELSE
           IF WS-GRADE-COUNT >= WS-GRADE-TABLE-MAX
               DISPLAY 'TOO MANY TITLES ON PAYGRADE.DAT - TABLE '
                   'HOLDS ' WS-GRADE-TABLE-MAX ' - ' PG-JOB-TITLE
                   ' IGNORED'
           ELSE
               ADD 1 TO WS-GRADE-COUNT
               SET WS-GRADE-IDX TO WS-GRADE-COUNT
               MOVE PG-JOB-TITLE TO GRADE-TABLE-TITLE (WS-GRADE-IDX)
               MOVE PG-GRADE TO GRADE-TABLE-GRADE (WS-GRADE-IDX)
               MOVE PG-MIN-SALARY TO GRADE-TABLE-MIN (WS-GRADE-IDX)
               MOVE PG-MID-SALARY TO GRADE-TABLE-MID (WS-GRADE-IDX)
               MOVE PG-MAX-SALARY TO GRADE-TABLE-MAX (WS-GRADE-IDX)
           END-IF
           END-IF
           PERFORM READ-PAY-GRADE.

      ******************************************************
      * LOOK UP WS-GRADE-LOOKUP-TITLE IN THE PAY GRADE TABLE.
      * SETS GRADE-FOUND AND, WHEN FOUND, WS-GRADE-MATCH-IDX.
      ******************************************************
       VALIDATE-JOB-TITLE.
           MOVE 'N' TO WS-GRADE-FOUND-SWITCH
           MOVE 0 TO WS-GRADE-MATCH-IDX
           SET WS-GRADE-IDX TO 1
           PERFORM FIND-GRADE-TABLE-ENTRY
               VARYING WS-GRADE-IDX FROM 1 BY 1
               UNTIL WS-GRADE-IDX > WS-GRADE-COUNT OR GRADE-FOUND.

       FIND-GRADE-TABLE-ENTRY.
           IF GRADE-TABLE-TITLE (WS-GRADE-IDX) = WS-GRADE-LOOKUP-TITLE
               MOVE 'Y' TO WS-GRADE-FOUND-SWITCH
               SET WS-GRADE-MATCH-IDX TO WS-GRADE-IDX
           END-IF.

      ******************************************************
      * COMPARE WS-GRADE-CHECK-SALARY WITH THE RANGE OF THE
      * GRADE AT WS-GRADE-MATCH-IDX. WHEN IT FALLS OUTSIDE,
      * WS-GRADE-LIMIT-DISPLAY HOLDS THE LIMIT IT BROKE.
      ******************************************************
       CHECK-SALARY-IN-GRADE.
           MOVE 'N' TO WS-GRADE-RANGE-SWITCH
           IF WS-GRADE-CHECK-SALARY
                   < GRADE-TABLE-MIN (WS-GRADE-MATCH-IDX)
               MOVE 'L' TO WS-GRADE-RANGE-SWITCH
               MOVE GRADE-TABLE-MIN (WS-GRADE-MATCH-IDX)
                   TO WS-GRADE-LIMIT-DISPLAY
           ELSE
               IF WS-GRADE-CHECK-SALARY
                       > GRADE-TABLE-MAX (WS-GRADE-MATCH-IDX)
                   MOVE 'H' TO WS-GRADE-RANGE-SWITCH
                   MOVE GRADE-TABLE-MAX (WS-GRADE-MATCH-IDX)
                       TO WS-GRADE-LIMIT-DISPLAY
               END-IF
           END-IF.

      ******************************************************
      * AN UPDATE CARRIES NO JOB TITLE, SO THE TITLE ALREADY
      * ON THE MASTER IS THE ONE CHECKED. A RECORD WITH NO
      * TITLE YET IS LET THROUGH; ONE WHOSE TITLE HAS DROPPED
      * OFF THE GRADE TABLE MUST BE FIXED IN MAINTENANCE
      * BEFORE IT WILL TAKE ANOTHER UPDATE.
      ******************************************************
       CHECK-TRANS-JOB-TITLE.
           MOVE TRANS-EMP-ID TO MASTER-EMP-ID
           READ EMPLOYEE-MASTER-FILE
               KEY IS MASTER-EMP-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MASTER-JOB-TITLE NOT = SPACES
                       MOVE MASTER-JOB-TITLE TO WS-GRADE-LOOKUP-TITLE
                       PERFORM VALIDATE-JOB-TITLE
                       IF NOT GRADE-FOUND
                           MOVE 'N' TO WS-VALID-SWITCH
                           MOVE 'UNKNOWN JOB TITLE ON MASTER'
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
           END-READ.

      ******************************************************
      * FLAG A MASTER SALARY OUTSIDE ITS GRADE RANGE ON THE
      * PAY EXCEPTION REPORT. THE CHANGE STANDS - THE FLAG IS
      * FOR COMPENSATION TO REVIEW.
      ******************************************************
       FLAG-MASTER-SALARY-GRADE.
           IF GRADE-TABLE-LOADED
                   AND MASTER-JOB-TITLE NOT = SPACES
               MOVE MASTER-JOB-TITLE TO WS-GRADE-LOOKUP-TITLE
               PERFORM VALIDATE-JOB-TITLE
               IF GRADE-FOUND
                   MOVE MASTER-SALARY TO WS-GRADE-CHECK-SALARY
                   PERFORM CHECK-SALARY-IN-GRADE
                   IF NOT SALARY-IN-GRADE
                       PERFORM WRITE-GRADE-EXCEPTION
                   END-IF
               END-IF
           END-IF.

       WRITE-GRADE-EXCEPTION.
           ADD 1 TO WS-GRADE-FLAG-COUNT
           MOVE MASTER-SALARY TO WS-NEW-SALARY-DISPLAY
           IF PAY-EXCP-OPEN
               MOVE SPACES TO PAY-EXCEPTION-LINE
               IF SALARY-BELOW-GRADE
                   STRING MASTER-EMP-ID ' ' MASTER-EMP-NAME
                       ' SALARY: ' WS-NEW-SALARY-DISPLAY
                       ' BELOW GRADE '
                       GRADE-TABLE-GRADE (WS-GRADE-MATCH-IDX)
                       ' MIN: ' WS-GRADE-LIMIT-DISPLAY
                       DELIMITED BY SIZE INTO PAY-EXCEPTION-LINE
               ELSE
                   STRING MASTER-EMP-ID ' ' MASTER-EMP-NAME
                       ' SALARY: ' WS-NEW-SALARY-DISPLAY
                       ' ABOVE GRADE '
                       GRADE-TABLE-GRADE (WS-GRADE-MATCH-IDX)
                       ' MAX: ' WS-GRADE-LIMIT-DISPLAY
                       DELIMITED BY SIZE INTO PAY-EXCEPTION-LINE
               END-IF
               WRITE PAY-EXCEPTION-LINE
           ELSE
               PERFORM DISPLAY-GRADE-RANGE-WARNING
           END-IF.

       DISPLAY-GRADE-RANGE-WARNING.
           MOVE MASTER-SALARY TO WS-NEW-SALARY-DISPLAY
           IF SALARY-BELOW-GRADE
               DISPLAY 'SALARY OUTSIDE GRADE RANGE - ' MASTER-EMP-ID
                   ' ' WS-NEW-SALARY-DISPLAY ' BELOW GRADE '
                   GRADE-TABLE-GRADE (WS-GRADE-MATCH-IDX)
                   ' MINIMUM ' WS-GRADE-LIMIT-DISPLAY
           ELSE
               DISPLAY 'SALARY OUTSIDE GRADE RANGE - ' MASTER-EMP-ID
                   ' ' WS-NEW-SALARY-DISPLAY ' ABOVE GRADE '
                   GRADE-TABLE-GRADE (WS-GRADE-MATCH-IDX)
                   ' MAXIMUM ' WS-GRADE-LIMIT-DISPLAY
           END-IF.

      ******************************************************
      * PHYSICAL RECORD COUNTS OF THE EMPLOYEE MASTER, TAKEN
      * IMMEDIATELY BEFORE AND AFTER THE TRANSACTION STEP.

      ******************************************************
      * THE AUDIT JOURNAL IS A PERMANENT ROLLING LOG - ALWAYS
      * EXTENDED, NEVER REWRITTEN HERE. ON THE VERY FIRST RUN
      * THE FILE DOES NOT EXIST YET, SO FALL BACK TO OUTPUT.
      * AT YEAR END HISTORY-ROLLOVER MOVES THE CLOSED YEAR OFF
      * INTO ITS OWN GENERATION FILE.
      ******************************************************
       OPEN-AUDIT-JOURNAL.
           OPEN EXTEND AUDIT-JOURNAL-FILE
      ******************************************************
       OPEN-PAY-EXCEPTION-REPORT.
           MOVE 0 TO WS-EXCEPTION-COUNT
           MOVE 0 TO WS-GRADE-FLAG-COUNT
           MOVE 'Y' TO WS-PAYEXCP-OPEN-SWITCH
           IF WS-LAST-CHECKPOINT-COUNT > 0
               OPEN EXTEND PAY-EXCEPTION-FILE
           STRING 'PAY CHANGES OVER THRESHOLD: ' WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO PAY-EXCEPTION-LINE
           WRITE PAY-EXCEPTION-LINE
           MOVE SPACES TO PAY-EXCEPTION-LINE
           STRING 'SALARIES OUTSIDE GRADE RANGE: '
               WS-GRADE-FLAG-COUNT
               DELIMITED BY SIZE INTO PAY-EXCEPTION-LINE
           WRITE PAY-EXCEPTION-LINE
           CLOSE PAY-EXCEPTION-FILE.

      ******************************************************
                       MOVE 'INVALID EFFECTIVE DATE'
                           TO WS-REJECT-REASON
                   END-IF
                   IF WS-VALID-SWITCH = 'Y' AND UPDATE-RECORD
                           AND GRADE-TABLE-LOADED
                       PERFORM CHECK-TRANS-JOB-TITLE
                   END-IF
               END-IF
           END-IF.

                   IF MASTER-SALARY NOT = WS-OLD-SALARY
                       PERFORM RECORD-SALARY-CHANGE
                   END-IF
                   PERFORM FLAG-MASTER-SALARY-GRADE
                   PERFORM BUDGET-NOTE-UPDATE
           END-READ.

           DISPLAY 'DEPT.... ' MASTER-DEPT-CODE
           DISPLAY 'TITLE... ' MASTER-JOB-TITLE
           DISPLAY 'SALARY.. ' MASTER-SALARY
           DISPLAY 'STATUS.. ' MASTER-STATUS
           IF MASTER-BANK-ROUTING = SPACES
               DISPLAY 'BANK.... NONE - PAID BY CHECK'
           ELSE
               DISPLAY 'BANK.... ' MASTER-BANK-ROUTING
                   ' ACCT ' MASTER-BANK-ACCOUNT
                   ' TYPE ' MASTER-BANK-ACCT-TYPE
           END-IF.

      ******************************************************
      * NOT ON THE MASTER - SEE WHETHER THE ID WAS PURGED TO
      ******************************************************
       EMPLOYEE-MAINTENANCE.
           PERFORM LOAD-DEPARTMENT-TABLE
           PERFORM LOAD-PAY-GRADE-TABLE
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN EMPMAS.DAT - STATUS '
               MOVE WS-CURRENT-DAY TO MASTER-HIRE-DAY
               MOVE 'A' TO MASTER-STATUS
               MOVE WS-CURRENT-DATE TO MASTER-LAST-UPDATE
               PERFORM APPLY-MAINT-BANK-FIELDS
               PERFORM CONFIRM-MAINT-RECORD
               IF NOT MAINT-ABANDONED
                   MOVE 'A' TO WS-AUDIT-ACTION
               ACCEPT WS-MAINT-PHONE
               DISPLAY 'Job title: ' WITH NO ADVANCING
               ACCEPT WS-MAINT-TITLE
               MOVE 'Y' TO WS-GRADE-FOUND-SWITCH
               IF GRADE-TABLE-LOADED
                   MOVE WS-MAINT-TITLE TO WS-GRADE-LOOKUP-TITLE
                   PERFORM VALIDATE-JOB-TITLE
               END-IF
               DISPLAY 'Department code: ' WITH NO ADVANCING
               ACCEPT WS-MAINT-DEPT
               MOVE WS-MAINT-DEPT TO WS-DEPT-LOOKUP-CODE
               PERFORM VALIDATE-DEPARTMENT-CODE
               IF NOT GRADE-FOUND
                   DISPLAY 'UNKNOWN JOB TITLE - ADD ABANDONED'
                   MOVE 'Y' TO WS-MAINT-ABORT-SWITCH
               ELSE
               IF NOT DEPT-FOUND
                   DISPLAY 'UNKNOWN DEPARTMENT CODE - ADD ABANDONED'
                   MOVE 'Y' TO WS-MAINT-ABORT-SWITCH
                       DISPLAY 'SALARY MUST BE A POSITIVE NUMBER - '
                           'ADD ABANDONED'
                       MOVE 'Y' TO WS-MAINT-ABORT-SWITCH
                   ELSE
                       DISPLAY 'Bank routing number (blank = paid '
                           'by check): ' WITH NO ADVANCING
                       PERFORM PROMPT-BANK-FIELDS
                   END-IF
               END-IF
               END-IF
           END-IF.

       MAINT-CHANGE-EMPLOYEE.
               WITH NO ADVANCING
           ACCEPT WS-MAINT-TITLE
           IF WS-MAINT-TITLE NOT = SPACES
               MOVE 'Y' TO WS-GRADE-FOUND-SWITCH
               IF GRADE-TABLE-LOADED
                   MOVE WS-MAINT-TITLE TO WS-GRADE-LOOKUP-TITLE
                   PERFORM VALIDATE-JOB-TITLE
               END-IF
               IF GRADE-FOUND
                   MOVE WS-MAINT-TITLE TO MASTER-JOB-TITLE
               ELSE
                   DISPLAY 'UNKNOWN JOB TITLE - CHANGE ABANDONED'
                   MOVE 'Y' TO WS-MAINT-ABORT-SWITCH
               END-IF
           END-IF
           DISPLAY 'New department code (blank = keep): '
               WITH NO ADVANCING
           ACCEPT WS-MAINT-DEPT
           IF WS-MAINT-DEPT NOT = SPACES AND NOT MAINT-ABANDONED
               MOVE WS-MAINT-DEPT TO WS-DEPT-LOOKUP-CODE
               PERFORM VALIDATE-DEPARTMENT-CODE
               IF DEPT-FOUND
                       MOVE 'Y' TO WS-MAINT-ABORT-SWITCH
                   END-IF
               END-IF
           END-IF
           IF NOT MAINT-ABANDONED
               DISPLAY 'New bank routing number (blank = keep, '
                   'NONE = pay by check): ' WITH NO ADVANCING
               PERFORM PROMPT-BANK-FIELDS
               PERFORM APPLY-MAINT-BANK-FIELDS
           END-IF.

       MAINT-DEACTIVATE-EMPLOYEE.
                   WITH NO ADVANCING
               ACCEPT WS-MAINT-TITLE
               IF WS-MAINT-TITLE NOT = SPACES
                   MOVE 'Y' TO WS-GRADE-FOUND-SWITCH
                   IF GRADE-TABLE-LOADED
                       MOVE WS-MAINT-TITLE TO WS-GRADE-LOOKUP-TITLE
                       PERFORM VALIDATE-JOB-TITLE
                   END-IF
                   IF GRADE-FOUND
                       MOVE WS-MAINT-TITLE TO MASTER-JOB-TITLE
                   ELSE
                       DISPLAY 'UNKNOWN JOB TITLE - '
                           'REINSTATE ABANDONED'
                       MOVE 'Y' TO WS-MAINT-ABORT-SWITCH
                   END-IF
               END-IF
           END-IF
           IF NOT MAINT-ABANDONED
               DISPLAY 'New salary in whole dollars (blank = keep): '
                   WITH NO ADVANCING
               ACCEPT WS-SALARY-ENTRY
                       MOVE 'Y' TO WS-MAINT-ABORT-SWITCH
                   END-IF
               END-IF
           END-IF
           IF NOT MAINT-ABANDONED
               DISPLAY 'New bank routing number (blank = keep, '
                   'NONE = pay by check): ' WITH NO ADVANCING
               PERFORM PROMPT-BANK-FIELDS
               PERFORM APPLY-MAINT-BANK-FIELDS
           END-IF.

      ******************************************************
      * DIRECT-DEPOSIT DETAILS ARE ALL OR NOTHING - A ROUTING
      * NUMBER THAT PASSES ITS CHECK DIGIT, AN ACCOUNT NUMBER
      * AND A C(HECKING) OR S(AVINGS) TYPE. THE CALLER HAS
      * ALREADY SHOWN THE ROUTING PROMPT. A BLANK ROUTING
      * LEAVES THE RECORD AS IT IS, NONE TAKES THE EMPLOYEE
      * OFF DIRECT DEPOSIT. LIKE EVERY OTHER FIELD THE DETAILS
      * ONLY REACH THE MASTER WHEN A SUPERVISOR APPROVES.
      ******************************************************
       PROMPT-BANK-FIELDS.
           MOVE 'K' TO WS-BANK-ENTRY-SWITCH
           MOVE SPACES TO WS-MAINT-ACCOUNT
           MOVE SPACE TO WS-MAINT-ACCT-TYPE
           ACCEPT WS-MAINT-ROUTING
           IF WS-MAINT-ROUTING = 'NONE' OR 'none'
               MOVE 'R' TO WS-BANK-ENTRY-SWITCH
           ELSE
               IF WS-MAINT-ROUTING NOT = SPACES
                   PERFORM VALIDATE-MAINT-ROUTING
                   IF NOT MAINT-ABANDONED
                       DISPLAY 'Bank account number: '
                           WITH NO ADVANCING
                       ACCEPT WS-MAINT-ACCOUNT
                       DISPLAY 'Account type (C = checking, '
                           'S = savings): ' WITH NO ADVANCING
                       ACCEPT WS-MAINT-ACCT-TYPE
                       INSPECT WS-MAINT-ACCT-TYPE
                           CONVERTING 'cs' TO 'CS'
                       IF WS-MAINT-ACCOUNT = SPACES
                           DISPLAY 'ACCOUNT NUMBER IS REQUIRED - '
                               'ACTION ABANDONED'
                           MOVE 'Y' TO WS-MAINT-ABORT-SWITCH
                       ELSE
                           IF WS-MAINT-ACCT-TYPE NOT = 'C' AND 'S'
                               DISPLAY 'ACCOUNT TYPE MUST BE C OR S '
                                   '- ACTION ABANDONED'
                               MOVE 'Y' TO WS-MAINT-ABORT-SWITCH
                           ELSE
                               MOVE 'S' TO WS-BANK-ENTRY-SWITCH
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VALIDATE-MAINT-ROUTING.
           IF WS-MAINT-ROUTING NOT NUMERIC
                   OR WS-MAINT-ROUTING = '000000000'
               DISPLAY 'ROUTING NUMBER MUST BE NINE DIGITS - '
                   'ACTION ABANDONED'
               MOVE 'Y' TO WS-MAINT-ABORT-SWITCH
           ELSE
               COMPUTE WS-ROUTING-CHECK-SUM =
                   3 * (WS-ROUTING-DIGIT (1) + WS-ROUTING-DIGIT (4)
                      + WS-ROUTING-DIGIT (7))
                 + 7 * (WS-ROUTING-DIGIT (2) + WS-ROUTING-DIGIT (5)
                      + WS-ROUTING-DIGIT (8))
                 + WS-ROUTING-DIGIT (3) + WS-ROUTING-DIGIT (6)
                 + WS-ROUTING-DIGIT (9)
               DIVIDE WS-ROUTING-CHECK-SUM BY 10
                   GIVING WS-ROUTING-CHECK-QUOT
                   REMAINDER WS-ROUTING-CHECK-REM
               IF WS-ROUTING-CHECK-REM NOT = 0
                   DISPLAY 'ROUTING NUMBER FAILS ITS CHECK DIGIT - '
                       'ACTION ABANDONED'
                   MOVE 'Y' TO WS-MAINT-ABORT-SWITCH
               END-IF
           END-IF.

       APPLY-MAINT-BANK-FIELDS.
           EVALUATE TRUE
               WHEN BANK-ENTRY-SET
                   MOVE WS-MAINT-ROUTING TO MASTER-BANK-ROUTING
                   MOVE WS-MAINT-ACCOUNT TO MASTER-BANK-ACCOUNT
                   MOVE WS-MAINT-ACCT-TYPE TO MASTER-BANK-ACCT-TYPE
               WHEN BANK-ENTRY-REMOVE
                   MOVE SPACES TO MASTER-BANK-ROUTING
                   MOVE SPACES TO MASTER-BANK-ACCOUNT
                   MOVE SPACES TO MASTER-BANK-ACCT-TYPE
           END-EVALUATE.

      ******************************************************
      * FULL DISPLAY OF THE RECORD AS IT WILL BE QUEUED, THEN
      * AN EXPLICIT Y TO PROCEED - ANYTHING ELSE ABANDONS THE
       CONFIRM-MAINT-RECORD.
           DISPLAY 'RECORD TO BE QUEUED FOR APPROVAL:'
           PERFORM DISPLAY-MASTER-DETAIL
           IF MASTER-STATUS = 'A'
               PERFORM FLAG-MASTER-SALARY-GRADE
           END-IF
           DISPLAY 'Queue this record (Y/N)? ' WITH NO ADVANCING
           ACCEPT WS-MAINT-CONFIRM
           IF WS-MAINT-CONFIRM NOT = 'Y' AND 'y'
               ' UPDATED ' REVIEW-LAST-UPDATE
           DISPLAY '          ' REVIEW-EMP-ADDRESS
               ' PHONE ' REVIEW-EMP-PHONE
               ' TITLE ' REVIEW-JOB-TITLE
           IF REVIEW-BANK-ROUTING = SPACES
               DISPLAY '          BANK NONE - PAID BY CHECK'
           ELSE
               DISPLAY '          BANK ' REVIEW-BANK-ROUTING
                   ' ACCT ' REVIEW-BANK-ACCOUNT
                   ' TYPE ' REVIEW-BANK-ACCT-TYPE
           END-IF.

       APPLY-APPROVED-ITEM.
           EVALUATE PW-ACTION

      ******************************************************
      * AN APPROVED DEACTIVATION FREEZES THE EMPLOYEE'S LEAVE
      * BALANCE SO THE FINAL PAYOUT AMOUNT IS ON FILE. ONE
      * ALREADY FROZEN - OR PAID OUT ('P') - IS LEFT ALONE SO
      * A SECOND DEACTIVATION CANNOT RE-OPEN THE PAYOUT. A SITE
      * WITHOUT LEAVEBAL.DAT - THE LEAVE SUBSYSTEM NOT YET IN
      * USE, OR NO ACCRUAL RUN YET - SIMPLY HAS NOTHING TO
      * FREEZE.
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BALANCE-FROZEN
                           DISPLAY 'LEAVE BALANCE ALREADY FROZEN - '
                               PW-EMP-ID
                       ELSE
                           MOVE 'Y' TO LV-FROZEN-FLAG
                           REWRITE LEAVE-BALANCE-RECORD
                           DISPLAY 'LEAVE BALANCE FROZEN - ' PW-EMP-ID
                       END-IF
               END-READ
               CLOSE LEAVE-BALANCE-FILE
           END-IF.
                   DISPLAY 'UNABLE TO OPEN EMPMAS.DAT - STATUS '
                       WS-MASTER-STATUS
               ELSE
                   PERFORM OPEN-AUDIT-JOURNAL
                   PERFORM READ-NEW-EMPLOYEE
                   PERFORM MERGE-NEW-EMPLOYEE UNTIL NEW-EMP-EOF
                   CLOSE AUDIT-JOURNAL-FILE
                   CLOSE EMPLOYEE-MASTER-FILE
               END-IF
               CLOSE NEW-EMPLOYEE-FILE
               INVALID KEY
                   MOVE NEW-DEPT-CODE TO WS-DEPT-LOOKUP-CODE
                   PERFORM VALIDATE-DEPARTMENT-CODE
                   MOVE 'Y' TO WS-GRADE-FOUND-SWITCH
                   IF GRADE-TABLE-LOADED
                       MOVE NEW-JOB-TITLE TO WS-GRADE-LOOKUP-TITLE
                       PERFORM VALIDATE-JOB-TITLE
                   END-IF
                   IF NOT DEPT-FOUND
                       DISPLAY 'ONBOARD REJECTED - UNKNOWN DEPARTMENT '
                           NEW-DEPT-CODE ' FOR ' NEW-EMP-ID
                   ELSE
                   IF NOT GRADE-FOUND
                       DISPLAY 'ONBOARD REJECTED - UNKNOWN JOB TITLE '
                           NEW-JOB-TITLE ' FOR ' NEW-EMP-ID
                   ELSE
                       PERFORM ADD-NEW-HIRE-TO-MASTER
                   END-IF
                   END-IF
               NOT INVALID KEY
                   DISPLAY 'ONBOARD REJECTED - DUPLICATE ID '
               INVALID KEY
                   DISPLAY 'ONBOARD FAILED - DUPLICATE KEY '
                       NEW-EMP-ID
               NOT INVALID KEY
                   PERFORM FLAG-MASTER-SALARY-GRADE
                   PERFORM JOURNAL-NEW-HIRE
           END-WRITE.

      ******************************************************
      * AN ONBOARDED HIRE IS JOURNALED AS AN ADD LIKE ANY
      * OTHER, SO THE AUDIT TRAIL AND THE HEADCOUNT MOVEMENT
      * REPORT SEE IT. THE PSEUDO TRANSACTION IMAGE IS BUILT
      * IN THE TRANS.DAT LAYOUT FROM THE RECORD JUST WRITTEN.
      ******************************************************
       JOURNAL-NEW-HIRE.
           MOVE 'A' TO WS-AUDIT-ACTION
           MOVE NEW-EMP-ID TO WS-AUDIT-EMP-ID
           MOVE SPACES TO WS-MAINT-TRANS
           MOVE 'A' TO MAINT-TRANS-TYPE
           MOVE MASTER-EMP-ID TO MAINT-TRANS-EMP-ID
           MOVE MASTER-EMP-NAME TO MAINT-TRANS-NAME
           MOVE MASTER-EMP-ADDRESS TO MAINT-TRANS-ADDRESS
           MOVE MASTER-SALARY TO MAINT-TRANS-SALARY
           MOVE MASTER-DEPT-CODE TO MAINT-TRANS-DEPT
           MOVE WS-MAINT-TRANS TO WS-AUDIT-TRANS-IMAGE
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE MASTER-RECORD TO WS-AFTER-IMAGE
           PERFORM WRITE-AUDIT-JOURNAL.

      ******************************************************
      * POST THE CERTIFICATION EXAM RESULTS WRITTEN BY THE
      * GRADES BATCH (GRDRES.DAT) INTO THE TRAINING FILE,
