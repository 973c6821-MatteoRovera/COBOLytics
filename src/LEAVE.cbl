               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LVRPT-STATUS.

           SELECT LEAVE-REQUEST-FILE
               ASSIGN TO "LVREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LRQ-KEY
               FILE STATUS IS WS-LVREQ-STATUS.

           SELECT REQUEST-INTAKE-FILE
               ASSIGN TO "LVRQIN.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LVRQIN-STATUS.

           SELECT DEPARTMENT-FILE
               ASSIGN TO "DEPT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT COVERAGE-REPORT-FILE
               ASSIGN TO "LVCOVER.RPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LVCOV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE
      * NO ABSENCE POSTINGS - IT HOLDS THE FINAL PAYOUT
      * AMOUNT. THE LAST-ACCRUAL DATE KEEPS A RERUN OF THE
      * MONTHLY ACCRUAL FROM CREDITING THE SAME MONTH TWICE.
      * UNPAID HOURS ARE ABSENCES TAKEN WITHOUT THE BALANCE TO
      * COVER THEM, WAITING FOR PAY-CYCLE-RUN TO DOCK THEM.
      * THE PAY CYCLE STAMPS THE PAY DATE THAT TOOK THEM (OR,
      * ON A FROZEN BALANCE, THE FINAL PAYOUT) AND SETS THE
      * FROZEN FLAG TO 'P' ONCE THE PAYOUT IS PAID, SO NEITHER
      * IS EVER PAID TWICE.
      ******************************************************
       FD  LEAVE-BALANCE-FILE
           RECORD CONTAINS 40 CHARACTERS
           05  LV-VAC-BALANCE          PIC 9(3)V99.
           05  LV-SICK-BALANCE         PIC 9(3)V99.
           05  LV-FROZEN-FLAG          PIC X(1).
               88  BALANCE-FROZEN      VALUE 'Y', 'P'.
               88  PAYOUT-PAID         VALUE 'P'.
           05  LV-LAST-ACCRUAL         PIC X(8).
           05  LV-UNPAID-HOURS         PIC 9(3)V99.
           05  LV-PAY-DATE-TAKEN       PIC X(8).

      ******************************************************
      * ABSENCE TRANSACTIONS, KEYED LIKE TRANS.DAT - ONE PER
      * ABSENCE: 'V' DEBITS VACATION, 'S' DEBITS SICK, 'U' IS
      * LEAVE WITHOUT PAY, HOURS TO TWO DECIMALS, THE DATE
      * TAKEN.
      ******************************************************
       FD  LEAVE-TRANS-FILE
           RECORD CONTAINS 30 CHARACTERS
           05  LVT-TYPE                PIC X(1).
               88  VACATION-ABSENCE    VALUE 'V'.
               88  SICK-ABSENCE        VALUE 'S'.
               88  UNPAID-ABSENCE      VALUE 'U'.
           05  LVT-EMP-ID              PIC X(8).
           05  LVT-HOURS               PIC 9(3)V99.
           05  LVT-DATE                PIC X(8).
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(132).

      ******************************************************
      * PLANNED VACATION, ONE RECORD PER EMPLOYEE PER DAY
      * OFF, KEYED DATE FIRST SO THE FILE READS IN CALENDAR
      * ORDER. STATUS IS P(ENDING), A(PPROVED), D(ENIED) OR
      * T(AKEN) - AN APPROVED DAY BECOMES TAKEN WHEN THE
      * POSTING RUN ON OR AFTER ITS DATE WRITES IT TO
      * LVTRANS.DAT.
      ******************************************************
       FD  LEAVE-REQUEST-FILE
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  LEAVE-REQUEST-RECORD.
           05  LRQ-KEY.
               10  LRQ-DATE            PIC X(8).
               10  LRQ-EMP-ID          PIC X(8).
           05  LRQ-HOURS               PIC 9(3)V99.
           05  LRQ-STATUS              PIC X(1).
               88  REQUEST-PENDING     VALUE 'P'.
               88  REQUEST-APPROVED    VALUE 'A'.
               88  REQUEST-DENIED      VALUE 'D'.
               88  REQUEST-TAKEN       VALUE 'T'.
           05  LRQ-REQUESTED-ON        PIC X(8).
           05  LRQ-DECIDED-ON          PIC X(8).
           05  LRQ-TAKEN-ON            PIC X(8).
           05  FILLER                  PIC X(14).

      ******************************************************
      * NEW VACATION REQUESTS AS KEYED, ONE PER DAY OFF. THEY
      * JOIN LVREQ.DAT AS PENDING AT THE START OF THE
      * APPROVAL STEP; ONE ALREADY ON FILE IS LEFT AS IT IS.
      ******************************************************
       FD  REQUEST-INTAKE-FILE
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  REQUEST-INTAKE-RECORD.
           05  LRI-EMP-ID              PIC X(8).
           05  LRI-DATE                PIC X(8).
           05  LRI-HOURS               PIC 9(3)V99.
           05  FILLER                  PIC X(9).

      ******************************************************
      * DEPARTMENT REFERENCE - THE LAYOUT MUST MATCH THE FD IN
      * EMPLOYEE-RECORDS-SYSTEM. ONLY THE CODE, NAME AND THE
      * MOST-OUT-IN-ONE-DAY COVERAGE LIMIT ARE USED HERE.
      ******************************************************
       FD  DEPARTMENT-FILE
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  DEPARTMENT-RECORD.
           05  DEPT-CODE               PIC X(4).
           05  DEPT-NAME               PIC X(20).
           05  DEPT-BUDGET-SALARY      PIC 9(9)V99.
           05  DEPT-AUTH-HEADCOUNT     PIC 9(5).
           05  DEPT-MAX-OUT            PIC 9(3).
           05  FILLER                  PIC X(7).

       FD  COVERAGE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  COVERAGE-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS            PIC X(2).
       01  WS-LEAVE-STATUS             PIC X(2).
       01  WS-LVTRANS-STATUS           PIC X(2).
       01  WS-LVREJ-STATUS             PIC X(2).
       01  WS-LVRPT-STATUS             PIC X(2).
       01  WS-LVREQ-STATUS             PIC X(2).
       01  WS-LVRQIN-STATUS            PIC X(2).
       01  WS-DEPT-STATUS              PIC X(2).
       01  WS-LVCOV-STATUS             PIC X(2).

       01  WS-EOF-FLAGS.
           05  WS-MASTER-EOF           PIC X(1) VALUE 'N'.
               88  MASTER-EOF          VALUE 'Y'.
           05  WS-LVTRANS-EOF          PIC X(1) VALUE 'N'.
               88  LVTRANS-EOF         VALUE 'Y'.
           05  WS-LVREQ-EOF            PIC X(1) VALUE 'N'.
               88  LVREQ-EOF           VALUE 'Y'.
           05  WS-LVRQIN-EOF           PIC X(1) VALUE 'N'.
               88  LVRQIN-EOF          VALUE 'Y'.
           05  WS-DEPT-EOF             PIC X(1) VALUE 'N'.
               88  DEPT-EOF            VALUE 'Y'.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR         PIC 9(4).
           88  ACCRUAL-MODE            VALUE 'A', 'a'.
           88  POSTING-MODE            VALUE 'P', 'p'.
           88  REPORT-MODE             VALUE 'R', 'r'.
           88  REQUEST-MODE            VALUE 'Q', 'q'.
           88  COVERAGE-MODE           VALUE 'C', 'c'.

      ******************************************************
      * MONTHLY ACCRUAL RATES IN HOURS, KEYED OFF COMPLETED
      * ACCRUES FLAT FOR EVERYONE.
      ******************************************************
       01  WS-YEARS-OF-SERVICE         PIC 9(3) VALUE 0.
       01  WS-SERVICE-DATE.
           05  WS-SERVICE-YEAR         PIC 9(4).
           05  WS-SERVICE-MONTH        PIC 9(2).
           05  WS-SERVICE-DAY          PIC 9(2).
       01  WS-VAC-ACCRUAL              PIC 9(3)V99 VALUE 0.
       01  WS-SICK-ACCRUAL             PIC 9(3)V99 VALUE 8.00.
       01  WS-NEW-BALANCE              PIC S9(4)V99 VALUE 0.
       01  WS-SKIPPED-COUNT            PIC 9(5) VALUE 0.
       01  WS-POSTED-COUNT             PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(5) VALUE 0.
       01  WS-UNPAID-COUNT             PIC 9(5) VALUE 0.

      ******************************************************
      * THE PART OF AN ABSENCE THE BALANCE CANNOT COVER GOES
      * TO UNPAID HOURS RATHER THAN BEING REJECTED.
      ******************************************************
       01  WS-UNPAID-PART              PIC 9(3)V99 VALUE 0.
       01  WS-PAID-PART                PIC 9(3)V99 VALUE 0.
       01  WS-NEW-UNPAID               PIC 9(4)V99 VALUE 0.
       01  WS-UNPAID-CEILING           PIC 9(3)V99 VALUE 999.99.
       01  WS-UNPAID-DISPLAY           PIC ZZ9.99.

       01  WS-VALID-SWITCH             PIC X(1) VALUE 'Y'.
           88  ABSENCE-VALID           VALUE 'Y'.
       01  WS-GRAND-VAC-DISPLAY        PIC Z(6)9.99.
       01  WS-GRAND-SICK-DISPLAY       PIC Z(6)9.99.

      ******************************************************
      * PLANNED-ABSENCE WORK AREAS. THE PENDING AND APPROVED
      * REQUESTS ARE HELD IN DATE ORDER, WITH EACH EMPLOYEE'S
      * NAME AND DEPARTMENT FROM THE MASTER, FOR THE APPROVAL
      * STEP AND THE COVERAGE REPORT.
      ******************************************************
       01  WS-REQ-TABLE-MAX            PIC 9(4) VALUE 2000.
       01  WS-REQ-COUNT                PIC 9(4) VALUE 0.
       01  WS-REQ-TABLE.
           05  REQ-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-REQ-IDX WS-SCAN-IDX WS-PROJ-IDX
                              WS-LATER-IDX.
               10  REQ-DATE                 PIC X(8).
               10  REQ-EMP-ID               PIC X(8).
               10  REQ-EMP-NAME             PIC X(30).
               10  REQ-DEPT                 PIC X(4).
               10  REQ-HOURS                PIC 9(3)V99.
               10  REQ-STATUS               PIC X(1).
               10  REQ-EMP-STATUS           PIC X(1).
               10  REQ-COV-DEPT             PIC X(4).
       01  WS-REQ-OVERFLOW-SWITCH      PIC X(1) VALUE 'N'.
           88  REQ-TABLE-OVERFLOW      VALUE 'Y'.

       01  WS-DEPT-TABLE-MAX           PIC 9(3) VALUE 50.
       01  WS-DEPT-COUNT               PIC 9(3) VALUE 0.
       01  WS-DEPT-TABLE.
           05  DEPT-TABLE-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-DEPT-IDX.
               10  DEPT-TABLE-CODE          PIC X(4).
               10  DEPT-TABLE-NAME          PIC X(20).
               10  DEPT-TABLE-MAX-OUT       PIC 9(3).
       01  WS-DEPT-MATCH-IDX           PIC 9(3) VALUE 0.
       01  WS-DEPT-LOOKUP-CODE         PIC X(4).

       01  WS-INTAKE-ADDED-COUNT       PIC 9(5) VALUE 0.
       01  WS-INTAKE-ON-FILE-COUNT     PIC 9(5) VALUE 0.
       01  WS-INTAKE-REJECT-COUNT      PIC 9(5) VALUE 0.
       01  WS-APPROVED-COUNT           PIC 9(5) VALUE 0.
       01  WS-DENIED-COUNT             PIC 9(5) VALUE 0.
       01  WS-LEFT-PENDING-COUNT       PIC 9(5) VALUE 0.
       01  WS-RELEASED-COUNT           PIC 9(5) VALUE 0.
       01  WS-LVTRANS-OPEN-SWITCH      PIC X(1) VALUE 'N'.
           88  LVTRANS-OUT-OPEN        VALUE 'Y'.
           88  LVTRANS-OUT-FAILED      VALUE 'F'.
       01  WS-LEAVEBAL-IN-SWITCH       PIC X(1) VALUE 'N'.
           88  LEAVEBAL-IN-OPEN        VALUE 'Y'.
       01  WS-PROJ-FROZEN-SWITCH       PIC X(1) VALUE 'N'.
           88  PROJ-BALANCE-FROZEN     VALUE 'Y'.
       01  WS-NEW-REQ-STATUS           PIC X(1) VALUE SPACE.

       01  WS-REVIEW-REPLY             PIC X(1) VALUE SPACE.
           88  REVIEW-APPROVE          VALUE 'A', 'a'.
           88  REVIEW-DENY             VALUE 'D', 'd'.
           88  REVIEW-SKIP             VALUE 'S', 's'.
           88  REVIEW-STOP             VALUE 'X', 'x'.
       01  WS-REVIEW-STOP-SWITCH       PIC X(1) VALUE 'N'.
           88  REVIEW-STOPPED          VALUE 'Y'.
       01  WS-APPROVE-ALLOWED-SWITCH   PIC X(1) VALUE 'Y'.
           88  APPROVE-ALLOWED         VALUE 'Y'.
       01  WS-LATER-SHORT-SWITCH       PIC X(1) VALUE 'N'.
           88  LATER-DAY-SHORT         VALUE 'Y'.

      ******************************************************
      * BALANCE PROJECTION - TODAY'S VACATION BALANCE, PLUS
      * THE MONTHLY ACCRUALS STILL TO BE CREDITED BEFORE THE
      * MONTH OF THE REQUESTED DAY (AT THE RATE FOR THE YEARS
      * OF SERVICE EACH MONTH), LESS THE APPROVED DAYS NOT
      * YET TAKEN UP TO AND INCLUDING THAT DAY. THE DAY BEING
      * PROJECTED TO IS THE ENTRY AT WS-PROJ-IDX.
      ******************************************************
       01  WS-PROJ-YYYYMM              PIC 9(6) VALUE 0.
       01  WS-PROJ-YYYYMM-R REDEFINES WS-PROJ-YYYYMM.
           05  WS-PROJ-YEAR            PIC 9(4).
           05  WS-PROJ-MONTH           PIC 9(2).
       01  WS-REQ-YYYYMM               PIC 9(6) VALUE 0.
       01  WS-PROJ-CURRENT             PIC 9(3)V99 VALUE 0.
       01  WS-PROJ-CEILING             PIC 9(3)V99 VALUE 999.99.
       01  WS-PROJ-ACCRUALS            PIC 9(5)V99 VALUE 0.
       01  WS-PROJ-COMMITTED           PIC 9(5)V99 VALUE 0.
       01  WS-PROJ-BALANCE             PIC S9(5)V99 VALUE 0.
       01  WS-PROJ-DISPLAY             PIC -(5)9.99.
       01  WS-PROJ-ACCR-DISPLAY        PIC Z(4)9.99.
       01  WS-PROJ-COMM-DISPLAY        PIC Z(4)9.99.
       01  WS-REQ-HOURS-DISPLAY        PIC ZZ9.99.

      ******************************************************
      * COVERAGE REPORT CONTROL - ONE DEPARTMENT AT A TIME,
      * A LINE PER DAY WITH ANYONE OUT, THEN WHO IS OUT. A
      * REQUEST WHOSE DEPARTMENT IS NOT ON DEPT.DAT (OR WHOSE
      * EMPLOYEE IS NOT ON THE MASTER) IS GROUPED UNDER
      * HIGH-VALUES AND PRINTED LAST AS UNKNOWN DEPARTMENT.
      ******************************************************
       01  WS-COV-DEPT-CODE            PIC X(4) VALUE SPACES.
           88  COV-UNKNOWN-GROUP       VALUE HIGH-VALUES.
       01  WS-COV-MAX-OUT              PIC 9(3) VALUE 0.
       01  WS-COV-UNKNOWN-COUNT        PIC 9(4) VALUE 0.
       01  WS-COV-DATE                 PIC X(8) VALUE SPACES.
       01  WS-COV-DEPT-SHOWN-SWITCH    PIC X(1) VALUE 'N'.
           88  COV-DEPT-SHOWN          VALUE 'Y'.
       01  WS-DAY-OUT-COUNT            PIC 9(4) VALUE 0.
       01  WS-DAY-APPROVED-COUNT       PIC 9(4) VALUE 0.
       01  WS-DAY-PENDING-COUNT        PIC 9(4) VALUE 0.
       01  WS-DAYS-OVER-COUNT          PIC 9(5) VALUE 0.
       01  WS-DAY-SCAN-SWITCH          PIC X(1) VALUE 'N'.
           88  DAY-SCAN-DONE           VALUE 'Y'.
       01  WS-COV-DAY-COUNT            PIC 9(5) VALUE 0.
       01  WS-MAX-OUT-DISPLAY          PIC ZZ9.
       01  WS-STATUS-TEXT              PIC X(8).

       PROCEDURE DIVISION.

      ******************************************************
      * RUN MODE COMES FROM THE PARM ON THE COMMAND LINE (A,
      * P, R, Q OR C) SO THE SCHEDULER CAN DRIVE THE MONTHLY
      * ACCRUAL AND THE NIGHTLY ABSENCE POSTING; AN OPERATOR
      * AT A TERMINAL IS PROMPTED INSTEAD.
      ******************************************************
           ACCEPT WS-CURRENT-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE
           IF WS-RUN-MODE = SPACE
               DISPLAY 'Run mode - A)ccrual, P)ost absences, '
                   'R)eport, Q) approve requests or C)overage: '
                   WITH NO ADVANCING
               ACCEPT WS-RUN-MODE
           END-IF

                   PERFORM POST-ABSENCE-TRANSACTIONS
               WHEN REPORT-MODE
                   PERFORM PRINT-BALANCE-REPORT
               WHEN REQUEST-MODE
                   PERFORM REQUEST-APPROVAL-RUN
               WHEN COVERAGE-MODE
                   PERFORM PRINT-COVERAGE-REPORT
               WHEN OTHER
                   DISPLAY 'UNKNOWN RUN MODE - ' WS-RUN-MODE
           END-EVALUATE
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               PERFORM FETCH-OR-CREATE-BALANCE
               IF BALANCE-FROZEN
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   IF LV-LAST-ACCRUAL (1:6) = WS-CURRENT-DATE-X (1:6)
                   MOVE 0 TO LV-SICK-BALANCE
                   MOVE 'N' TO LV-FROZEN-FLAG
                   MOVE SPACES TO LV-LAST-ACCRUAL
                   MOVE 0 TO LV-UNPAID-HOURS
                   MOVE SPACES TO LV-PAY-DATE-TAKEN
                   WRITE LEAVE-BALANCE-RECORD
           END-READ.

      ******************************************************
      * COMPLETED YEARS OF SERVICE - THE ANNIVERSARY HAS TO
      * HAVE PASSED THIS YEAR TO COUNT. SERVICE IS MEASURED
      * TO WS-SERVICE-DATE - TODAY FOR THE ACCRUAL ITSELF, A
      * FUTURE MONTH FOR A REQUEST'S BALANCE PROJECTION.
      ******************************************************
       COMPUTE-YEARS-OF-SERVICE.
           IF WS-SERVICE-YEAR < MASTER-HIRE-YEAR
               MOVE 0 TO WS-YEARS-OF-SERVICE
           ELSE
               COMPUTE WS-YEARS-OF-SERVICE =
                   WS-SERVICE-YEAR - MASTER-HIRE-YEAR
           END-IF
           IF WS-SERVICE-MONTH < MASTER-HIRE-MONTH
                   OR (WS-SERVICE-MONTH = MASTER-HIRE-MONTH
                       AND WS-SERVICE-DAY < MASTER-HIRE-DAY)
               IF WS-YEARS-OF-SERVICE > 0
                   SUBTRACT 1 FROM WS-YEARS-OF-SERVICE
               END-IF
           END-IF.

       SET-VACATION-ACCRUAL-RATE.
           EVALUATE TRUE
               WHEN WS-YEARS-OF-SERVICE < 5
                   MOVE 8.00 TO WS-VAC-ACCRUAL
                   MOVE 10.00 TO WS-VAC-ACCRUAL
               WHEN OTHER
                   MOVE 12.00 TO WS-VAC-ACCRUAL
           END-EVALUATE.

       CREDIT-MONTHLY-ACCRUAL.
           MOVE WS-CURRENT-DATE TO WS-SERVICE-DATE
           PERFORM COMPUTE-YEARS-OF-SERVICE
           PERFORM SET-VACATION-ACCRUAL-RATE
           ADD WS-VAC-ACCRUAL TO LV-VAC-BALANCE
               ON SIZE ERROR
                   DISPLAY 'VACATION BALANCE AT CEILING FOR '
      ******************************************************
      * ABSENCE POSTING - EACH LVTRANS.DAT RECORD DEBITS THE
      * NAMED BALANCE AFTER VALIDATION. NOTHING DRAWS A
      * BALANCE BELOW ZERO - HOURS BEYOND THE BALANCE BECOME
      * UNPAID HOURS FOR THE PAY CYCLE TO DOCK. NOTHING POSTS
      * TO A 'D'-STATUS OR FROZEN EMPLOYEE, AND EVERY REJECT
      * GOES TO LVREJ.LOG WITH ITS REASON.
      ******************************************************
       POST-ABSENCE-TRANSACTIONS.
           PERFORM RELEASE-DUE-REQUESTS
           MOVE 'N' TO WS-LVTRANS-EOF
           OPEN INPUT LEAVE-TRANS-FILE
           IF WS-LVTRANS-STATUS NOT = '00'
                       CLOSE LEAVE-BALANCE-FILE
                       DISPLAY 'ABSENCE POSTING COMPLETE - POSTED '
                           WS-POSTED-COUNT ' REJECTED '
                           WS-REJECTED-COUNT ' UNPAID '
                           WS-UNPAID-COUNT
                   END-IF
                   CLOSE EMPLOYEE-MASTER-FILE
               END-IF
               MOVE 'BLANK EMPLOYEE ID' TO WS-REJECT-REASON
           ELSE
           IF NOT VACATION-ABSENCE AND NOT SICK-ABSENCE
                   AND NOT UNPAID-ABSENCE
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'INVALID ABSENCE TYPE' TO WS-REJECT-REASON
           ELSE
                   MOVE 'Y' TO WS-BALANCE-ON-FILE-SWITCH
           END-READ
           IF BALANCE-ON-FILE
               IF BALANCE-FROZEN
                   MOVE 'N' TO WS-VALID-SWITCH
                   MOVE 'BALANCE IS FROZEN' TO WS-REJECT-REASON
               ELSE
                   PERFORM COMPUTE-UNPAID-PART
               END-IF
           END-IF.

      ******************************************************
      * HOW MUCH OF THE ABSENCE THE BALANCE CANNOT COVER. AN
      * UNPAID ABSENCE IS ALL UNPAID. HOURS ALREADY TAKEN BY
      * A PAY CYCLE START A FRESH COUNT (A RERUN OF THAT PAY
      * DATE FINDS WHAT IT DOCKED ON THE YTD RECORD); A COUNT
      * THAT WOULD OVERFLOW IS THE ONE OVERDRAWN ABSENCE STILL
      * REJECTED.
      ******************************************************
       COMPUTE-UNPAID-PART.
           MOVE 0 TO WS-UNPAID-PART
           EVALUATE TRUE
               WHEN UNPAID-ABSENCE
                   MOVE LVT-HOURS TO WS-UNPAID-PART
               WHEN VACATION-ABSENCE
                   IF LVT-HOURS > LV-VAC-BALANCE
                       COMPUTE WS-UNPAID-PART =
                           LVT-HOURS - LV-VAC-BALANCE
                   END-IF
               WHEN SICK-ABSENCE
                   IF LVT-HOURS > LV-SICK-BALANCE
                       COMPUTE WS-UNPAID-PART =
                           LVT-HOURS - LV-SICK-BALANCE
                   END-IF
           END-EVALUATE
           IF LV-UNPAID-HOURS NOT NUMERIC
                   OR LV-PAY-DATE-TAKEN NOT = SPACES
               MOVE 0 TO LV-UNPAID-HOURS
               MOVE SPACES TO LV-PAY-DATE-TAKEN
           END-IF
           COMPUTE WS-NEW-UNPAID = LV-UNPAID-HOURS + WS-UNPAID-PART
           IF WS-NEW-UNPAID > WS-UNPAID-CEILING
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'UNPAID HOURS WOULD EXCEED 999.99'
                   TO WS-REJECT-REASON
           END-IF.

       DEBIT-LEAVE-BALANCE.
           SUBTRACT WS-UNPAID-PART FROM LVT-HOURS
               GIVING WS-PAID-PART
           EVALUATE TRUE
               WHEN VACATION-ABSENCE
                   SUBTRACT WS-PAID-PART FROM LV-VAC-BALANCE
               WHEN SICK-ABSENCE
                   SUBTRACT WS-PAID-PART FROM LV-SICK-BALANCE
           END-EVALUATE
           IF WS-UNPAID-PART > 0
               ADD WS-UNPAID-PART TO LV-UNPAID-HOURS
           END-IF
           REWRITE LEAVE-BALANCE-RECORD
           IF WS-LEAVE-STATUS = '00'
               ADD 1 TO WS-POSTED-COUNT
               IF WS-UNPAID-PART > 0
                   ADD 1 TO WS-UNPAID-COUNT
                   MOVE WS-UNPAID-PART TO WS-UNPAID-DISPLAY
                   DISPLAY 'UNPAID HOURS ' WS-UNPAID-DISPLAY
                       ' POSTED FOR ' LV-EMP-ID ' - ' LVT-DATE
               END-IF
           ELSE
               DISPLAY 'BALANCE REWRITE FAILED FOR ' LV-EMP-ID
                   ' - STATUS ' WS-LEAVE-STATUS
               ' VAC ' WS-VAC-DISPLAY
               ' SICK ' WS-SICK-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           IF PAYOUT-PAID
               MOVE '*PAID OUT*' TO REPORT-LINE (80:10)
           ELSE
               IF BALANCE-FROZEN
                   MOVE '*FROZEN*' TO REPORT-LINE (80:8)
               END-IF
           END-IF
           IF LV-UNPAID-HOURS IS NUMERIC
                   AND LV-UNPAID-HOURS > 0
                   AND LV-PAY-DATE-TAKEN = SPACES
               MOVE LV-UNPAID-HOURS TO WS-UNPAID-DISPLAY
               MOVE SPACES TO REPORT-LINE (92:20)
               STRING 'UNPAID ' WS-UNPAID-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE (92:20)
           END-IF
           WRITE REPORT-LINE
           ADD 1 TO WS-DEPT-EMP-COUNT
               ' SICK ' WS-GRAND-SICK-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************
      * APPROVED VACATION WHOSE DAY HAS COME IS WRITTEN TO
      * LVTRANS.DAT AHEAD OF THE POSTING, SO IT POSTS THROUGH
      * THE SAME VALIDATION AS A KEYED ABSENCE AND NOBODY HAS
      * TO KEY IT AGAIN. EACH DAY RELEASED IS MARKED TAKEN SO
      * IT NEVER GOES TWICE. NO LVREQ.DAT SIMPLY MEANS NO
      * REQUESTS HAVE BEEN MADE YET.
      ******************************************************
       RELEASE-DUE-REQUESTS.
           MOVE 0 TO WS-RELEASED-COUNT
           MOVE 'N' TO WS-LVTRANS-OPEN-SWITCH
           OPEN I-O LEAVE-REQUEST-FILE
           IF WS-LVREQ-STATUS = '00'
               MOVE 'N' TO WS-LVREQ-EOF
               MOVE LOW-VALUES TO LRQ-KEY
               START LEAVE-REQUEST-FILE
                   KEY IS NOT LESS THAN LRQ-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-LVREQ-EOF
               END-START
               IF NOT LVREQ-EOF
                   PERFORM READ-LEAVE-REQUEST
               END-IF
               PERFORM RELEASE-ONE-REQUEST
                   UNTIL LVREQ-EOF OR LVTRANS-OUT-FAILED
               IF LVTRANS-OUT-OPEN
                   CLOSE LEAVE-TRANS-FILE
               END-IF
               CLOSE LEAVE-REQUEST-FILE
               IF WS-RELEASED-COUNT > 0
                   DISPLAY 'APPROVED LEAVE DUE - ' WS-RELEASED-COUNT
                       ' DAYS ADDED TO LVTRANS.DAT'
               END-IF
           ELSE
               IF WS-LVREQ-STATUS NOT = '35'
                   DISPLAY 'UNABLE TO OPEN LVREQ.DAT - STATUS '
                       WS-LVREQ-STATUS ' - NO APPROVED LEAVE RELEASED'
               END-IF
           END-IF.

       READ-LEAVE-REQUEST.
           READ LEAVE-REQUEST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LVREQ-EOF
           END-READ.

       RELEASE-ONE-REQUEST.
           IF LRQ-DATE > WS-CURRENT-DATE-X
               MOVE 'Y' TO WS-LVREQ-EOF
           ELSE
               IF REQUEST-APPROVED
                   IF NOT LVTRANS-OUT-OPEN
                       PERFORM OPEN-LEAVE-TRANS-EXTEND
                   END-IF
                   IF LVTRANS-OUT-OPEN
                       PERFORM WRITE-RELEASED-ABSENCE
                   END-IF
               END-IF
               PERFORM READ-LEAVE-REQUEST
           END-IF.

      ******************************************************
      * THE REQUEST IS MARKED TAKEN ONLY ONCE ITS ABSENCE IS
      * SAFELY ON LVTRANS.DAT. IF THE WRITE FAILS THE REQUEST
      * STAYS APPROVED AND THE RELEASE STOPS, SO THE REST GO
      * ON THE NEXT RUN. IF THE WRITE WORKED BUT THE REWRITE
      * DID NOT, THE DAY WILL BE RELEASED AGAIN NEXT RUN, SO
      * IT IS CALLED OUT FOR THE OPERATOR TO MARK BY HAND.
      ******************************************************
       WRITE-RELEASED-ABSENCE.
           MOVE SPACES TO LEAVE-TRANS-RECORD
           MOVE 'V' TO LVT-TYPE
           MOVE LRQ-EMP-ID TO LVT-EMP-ID
           MOVE LRQ-HOURS TO LVT-HOURS
           MOVE LRQ-DATE TO LVT-DATE
           WRITE LEAVE-TRANS-RECORD
           IF WS-LVTRANS-STATUS = '00'
               ADD 1 TO WS-RELEASED-COUNT
               MOVE 'T' TO LRQ-STATUS
               MOVE WS-CURRENT-DATE-X TO LRQ-TAKEN-ON
               REWRITE LEAVE-REQUEST-RECORD
               IF WS-LVREQ-STATUS NOT = '00'
                   DISPLAY 'REQUEST REWRITE FAILED FOR ' LRQ-EMP-ID
                       ' - ' LRQ-DATE ' - STATUS ' WS-LVREQ-STATUS
                       ' - MARK IT TAKEN BEFORE THE NEXT RUN'
               END-IF
           ELSE
               DISPLAY 'LVTRANS.DAT WRITE FAILED FOR ' LRQ-EMP-ID
                   ' - ' LRQ-DATE ' - STATUS ' WS-LVTRANS-STATUS
                   ' - NO FURTHER APPROVED LEAVE RELEASED'
               CLOSE LEAVE-TRANS-FILE
               MOVE 'F' TO WS-LVTRANS-OPEN-SWITCH
           END-IF.

       OPEN-LEAVE-TRANS-EXTEND.
           OPEN EXTEND LEAVE-TRANS-FILE
           IF WS-LVTRANS-STATUS = '35'
               OPEN OUTPUT LEAVE-TRANS-FILE
           END-IF
           IF WS-LVTRANS-STATUS = '00'
               MOVE 'Y' TO WS-LVTRANS-OPEN-SWITCH
           ELSE
               MOVE 'F' TO WS-LVTRANS-OPEN-SWITCH
               DISPLAY 'UNABLE TO EXTEND LVTRANS.DAT - STATUS '
                   WS-LVTRANS-STATUS ' - NO APPROVED LEAVE RELEASED'
           END-IF.

      ******************************************************
      * THE REQUEST FILE IS PERMANENT - CREATED EMPTY ON
      * FIRST USE AND REOPENED I-O, LIKE LEAVEBAL.DAT.
      ******************************************************
       OPEN-LEAVE-REQUEST-IO.
           OPEN I-O LEAVE-REQUEST-FILE
           IF WS-LVREQ-STATUS = '35'
               OPEN OUTPUT LEAVE-REQUEST-FILE
               IF WS-LVREQ-STATUS = '00'
                   CLOSE LEAVE-REQUEST-FILE
                   OPEN I-O LEAVE-REQUEST-FILE
               END-IF
           END-IF
           IF WS-LVREQ-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN LVREQ.DAT - STATUS '
                   WS-LVREQ-STATUS
           END-IF.

      ******************************************************
      * APPROVAL STEP - NEW REQUESTS FROM LVRQIN.DAT JOIN THE
      * FILE AS PENDING, THEN EACH PENDING DAY IS SHOWN WITH
      * THE VACATION BALANCE PROJECTED TO THAT DAY AND HOW
      * MANY OF THE DEPARTMENT ARE ALREADY APPROVED OFF. A DAY
      * THE PROJECTED BALANCE CANNOT COVER, OR FOR AN EMPLOYEE
      * WHO HAS LEFT, CAN ONLY BE DENIED OR LEFT PENDING, AND
      * SO CAN A DAY THAT WOULD LEAVE ONE OF THE EMPLOYEE'S
      * LATER APPROVED DAYS UNCOVERED. A DEPARTMENT ALREADY AT
      * ITS LIMIT IS A WARNING ONLY - THE APPROVER DECIDES.
      ******************************************************
       REQUEST-APPROVAL-RUN.
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN EMPMAS.DAT - STATUS '
                   WS-MASTER-STATUS
           ELSE
               PERFORM OPEN-LEAVE-REQUEST-IO
               IF WS-LVREQ-STATUS = '00'
                   MOVE 'N' TO WS-LEAVEBAL-IN-SWITCH
                   OPEN INPUT LEAVE-BALANCE-FILE
                   IF WS-LEAVE-STATUS = '00'
                       MOVE 'Y' TO WS-LEAVEBAL-IN-SWITCH
                   ELSE
                       DISPLAY 'UNABLE TO OPEN LEAVEBAL.DAT - STATUS '
                           WS-LEAVE-STATUS
                           ' - BALANCES TAKEN AS ZERO'
                   END-IF
                   PERFORM LOAD-DEPARTMENT-TABLE
                   PERFORM OPEN-LEAVE-REJECT-LOG
                   PERFORM TAKE-IN-NEW-REQUESTS
                   IF LEAVE-REJECT-OPEN
                       CLOSE LEAVE-REJECT-FILE
                   END-IF
                   PERFORM LOAD-REQUEST-TABLE
                   MOVE 'N' TO WS-REVIEW-STOP-SWITCH
                   PERFORM REVIEW-ONE-REQUEST
                       VARYING WS-REQ-IDX FROM 1 BY 1
                       UNTIL WS-REQ-IDX > WS-REQ-COUNT
                           OR REVIEW-STOPPED
                   MOVE 0 TO WS-LEFT-PENDING-COUNT
                   PERFORM COUNT-LEFT-PENDING
                       VARYING WS-REQ-IDX FROM 1 BY 1
                       UNTIL WS-REQ-IDX > WS-REQ-COUNT
                   IF LEAVEBAL-IN-OPEN
                       CLOSE LEAVE-BALANCE-FILE
                   END-IF
                   CLOSE LEAVE-REQUEST-FILE
                   DISPLAY 'REQUEST REVIEW COMPLETE - APPROVED '
                       WS-APPROVED-COUNT ' DENIED ' WS-DENIED-COUNT
                       ' STILL PENDING ' WS-LEFT-PENDING-COUNT
               END-IF
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.

       TAKE-IN-NEW-REQUESTS.
           MOVE 0 TO WS-INTAKE-ADDED-COUNT
           MOVE 0 TO WS-INTAKE-ON-FILE-COUNT
           MOVE 0 TO WS-INTAKE-REJECT-COUNT
           OPEN INPUT REQUEST-INTAKE-FILE
           IF WS-LVRQIN-STATUS = '00'
               MOVE 'N' TO WS-LVRQIN-EOF
               PERFORM READ-REQUEST-INTAKE
               PERFORM TAKE-IN-ONE-REQUEST UNTIL LVRQIN-EOF
               CLOSE REQUEST-INTAKE-FILE
               DISPLAY 'NEW REQUESTS ADDED ' WS-INTAKE-ADDED-COUNT
                   ' ALREADY ON FILE ' WS-INTAKE-ON-FILE-COUNT
                   ' REJECTED ' WS-INTAKE-REJECT-COUNT
           ELSE
               IF WS-LVRQIN-STATUS NOT = '35'
                   DISPLAY 'UNABLE TO OPEN LVRQIN.DAT - STATUS '
                       WS-LVRQIN-STATUS
               END-IF
           END-IF.

       READ-REQUEST-INTAKE.
           READ REQUEST-INTAKE-FILE
               AT END
                   MOVE 'Y' TO WS-LVRQIN-EOF
           END-READ.

       TAKE-IN-ONE-REQUEST.
           MOVE 'Y' TO WS-VALID-SWITCH
           MOVE SPACES TO WS-REJECT-REASON
           IF LRI-EMP-ID = SPACES
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'BLANK EMPLOYEE ID' TO WS-REJECT-REASON
           ELSE
           IF LRI-DATE NOT NUMERIC
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'INVALID REQUEST DATE' TO WS-REJECT-REASON
           ELSE
           IF LRI-DATE NOT > WS-CURRENT-DATE-X
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'REQUEST DATE IS NOT IN THE FUTURE'
                   TO WS-REJECT-REASON
           ELSE
           IF LRI-HOURS NOT NUMERIC OR LRI-HOURS = 0
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE 'HOURS MUST BE POSITIVE' TO WS-REJECT-REASON
           ELSE
               MOVE LRI-EMP-ID TO MASTER-EMP-ID
               READ EMPLOYEE-MASTER-FILE
                   KEY IS MASTER-EMP-ID
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-SWITCH
                       MOVE 'EMPLOYEE NOT ON MASTER'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF MASTER-STATUS = 'D'
                           MOVE 'N' TO WS-VALID-SWITCH
                           MOVE 'EMPLOYEE IS DEACTIVATED'
                               TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF
           END-IF
           END-IF
           END-IF

           IF ABSENCE-VALID
               MOVE SPACES TO LEAVE-REQUEST-RECORD
               MOVE LRI-DATE TO LRQ-DATE
               MOVE LRI-EMP-ID TO LRQ-EMP-ID
               MOVE LRI-HOURS TO LRQ-HOURS
               MOVE 'P' TO LRQ-STATUS
               MOVE WS-CURRENT-DATE-X TO LRQ-REQUESTED-ON
               WRITE LEAVE-REQUEST-RECORD
                   INVALID KEY
                       ADD 1 TO WS-INTAKE-ON-FILE-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-INTAKE-ADDED-COUNT
               END-WRITE
           ELSE
               PERFORM LOG-REQUEST-REJECT
           END-IF
           PERFORM READ-REQUEST-INTAKE.

       LOG-REQUEST-REJECT.
           ADD 1 TO WS-INTAKE-REJECT-COUNT
           IF LEAVE-REJECT-OPEN
               MOVE SPACES TO LEAVE-REJECT-LINE
               STRING 'REQUEST EMP ID: ' LRI-EMP-ID
                   ' DATE: ' LRI-DATE ' REASON: ' WS-REJECT-REASON
                   DELIMITED BY SIZE INTO LEAVE-REJECT-LINE
               WRITE LEAVE-REJECT-LINE
           END-IF
           DISPLAY 'REQUEST REJECTED - ' LRI-EMP-ID ' ' LRI-DATE
               ' - ' WS-REJECT-REASON.

      ******************************************************
      * LOAD THE PENDING AND APPROVED DAYS FROM TODAY ON, IN
      * DATE ORDER, WITH NAME AND DEPARTMENT FROM THE MASTER
      * (WHICH THE CALLER HAS OPEN). A PENDING DAY WHOSE DATE
      * HAS PASSED UNDECIDED IS LEFT BEHIND - IT IS NEVER
      * POSTED.
      ******************************************************
       LOAD-REQUEST-TABLE.
           MOVE 0 TO WS-REQ-COUNT
           MOVE 'N' TO WS-REQ-OVERFLOW-SWITCH
           MOVE 'N' TO WS-LVREQ-EOF
           MOVE WS-CURRENT-DATE-X TO LRQ-DATE
           MOVE LOW-VALUES TO LRQ-EMP-ID
           START LEAVE-REQUEST-FILE
               KEY IS NOT LESS THAN LRQ-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LVREQ-EOF
           END-START
           IF NOT LVREQ-EOF
               PERFORM READ-LEAVE-REQUEST
           END-IF
           PERFORM LOAD-REQUEST-ENTRY
               UNTIL LVREQ-EOF OR REQ-TABLE-OVERFLOW.

       LOAD-REQUEST-ENTRY.
           IF REQUEST-PENDING OR REQUEST-APPROVED
               IF WS-REQ-COUNT >= WS-REQ-TABLE-MAX
                   MOVE 'Y' TO WS-REQ-OVERFLOW-SWITCH
                   DISPLAY 'TOO MANY OPEN REQUESTS - TABLE HOLDS '
                       WS-REQ-TABLE-MAX ' - STOPPED AT ' LRQ-DATE
               ELSE
                   ADD 1 TO WS-REQ-COUNT
                   SET WS-REQ-IDX TO WS-REQ-COUNT
                   MOVE LRQ-DATE TO REQ-DATE (WS-REQ-IDX)
                   MOVE LRQ-EMP-ID TO REQ-EMP-ID (WS-REQ-IDX)
                   MOVE LRQ-HOURS TO REQ-HOURS (WS-REQ-IDX)
                   MOVE LRQ-STATUS TO REQ-STATUS (WS-REQ-IDX)
                   MOVE LRQ-EMP-ID TO MASTER-EMP-ID
                   READ EMPLOYEE-MASTER-FILE
                       KEY IS MASTER-EMP-ID
                       INVALID KEY
                           MOVE '*NOT ON MASTER*'
                               TO REQ-EMP-NAME (WS-REQ-IDX)
                           MOVE SPACES TO REQ-DEPT (WS-REQ-IDX)
                           MOVE 'D' TO REQ-EMP-STATUS (WS-REQ-IDX)
                       NOT INVALID KEY
                           MOVE MASTER-EMP-NAME
                               TO REQ-EMP-NAME (WS-REQ-IDX)
                           MOVE MASTER-DEPT-CODE
                               TO REQ-DEPT (WS-REQ-IDX)
                           MOVE MASTER-STATUS
                               TO REQ-EMP-STATUS (WS-REQ-IDX)
                   END-READ
               END-IF
           END-IF
           IF NOT REQ-TABLE-OVERFLOW
               PERFORM READ-LEAVE-REQUEST
           END-IF.

       REVIEW-ONE-REQUEST.
           IF REQ-STATUS (WS-REQ-IDX) = 'P'
               PERFORM SHOW-REQUEST-FOR-REVIEW
               DISPLAY 'A)pprove, D)eny, S)kip or X to stop: '
                   WITH NO ADVANCING
               ACCEPT WS-REVIEW-REPLY
               EVALUATE TRUE
                   WHEN REVIEW-APPROVE
                       IF APPROVE-ALLOWED
                           MOVE 'A' TO WS-NEW-REQ-STATUS
                           PERFORM RECORD-REQUEST-DECISION
                       ELSE
                           DISPLAY 'CANNOT BE APPROVED - LEFT PENDING'
                       END-IF
                   WHEN REVIEW-DENY
                       MOVE 'D' TO WS-NEW-REQ-STATUS
                       PERFORM RECORD-REQUEST-DECISION
                   WHEN REVIEW-STOP
                       MOVE 'Y' TO WS-REVIEW-STOP-SWITCH
                   WHEN OTHER
                       DISPLAY 'LEFT PENDING'
               END-EVALUATE
           END-IF.

       SHOW-REQUEST-FOR-REVIEW.
           MOVE REQ-HOURS (WS-REQ-IDX) TO WS-REQ-HOURS-DISPLAY
           DISPLAY ' '
           DISPLAY 'REQUEST - ' REQ-EMP-ID (WS-REQ-IDX) ' '
               REQ-EMP-NAME (WS-REQ-IDX) ' DEPT '
               REQ-DEPT (WS-REQ-IDX)
           DISPLAY '  DATE ' REQ-DATE (WS-REQ-IDX)
               ' HOURS ' WS-REQ-HOURS-DISPLAY
           MOVE 'Y' TO WS-APPROVE-ALLOWED-SWITCH
           IF REQ-EMP-STATUS (WS-REQ-IDX) = 'D'
               DISPLAY '  EMPLOYEE IS NO LONGER ACTIVE - '
                   'CANNOT BE APPROVED'
               MOVE 'N' TO WS-APPROVE-ALLOWED-SWITCH
           ELSE
               SET WS-PROJ-IDX TO WS-REQ-IDX
               PERFORM PROJECT-VACATION-BALANCE
               MOVE WS-PROJ-BALANCE TO WS-PROJ-DISPLAY
               MOVE WS-PROJ-ACCRUALS TO WS-PROJ-ACCR-DISPLAY
               MOVE WS-PROJ-COMMITTED TO WS-PROJ-COMM-DISPLAY
               MOVE WS-PROJ-CURRENT TO WS-VAC-DISPLAY
               DISPLAY '  PROJECTED VACATION BALANCE '
                   WS-PROJ-DISPLAY ' (NOW ' WS-VAC-DISPLAY
                   ' + ACCRUALS ' WS-PROJ-ACCR-DISPLAY
                   ' - APPROVED ' WS-PROJ-COMM-DISPLAY ')'
               IF PROJ-BALANCE-FROZEN
                   DISPLAY '  BALANCE IS FROZEN - CANNOT BE APPROVED'
                   MOVE 'N' TO WS-APPROVE-ALLOWED-SWITCH
               ELSE
                   IF WS-PROJ-BALANCE < REQ-HOURS (WS-REQ-IDX)
                       DISPLAY '  PROJECTED BALANCE DOES NOT COVER '
                           'THE REQUEST - CANNOT BE APPROVED'
                       MOVE 'N' TO WS-APPROVE-ALLOWED-SWITCH
                   ELSE
                       MOVE 'N' TO WS-LATER-SHORT-SWITCH
                       PERFORM CHECK-LATER-APPROVED-DAY
                           VARYING WS-LATER-IDX FROM WS-REQ-IDX BY 1
                           UNTIL WS-LATER-IDX > WS-REQ-COUNT
                               OR LATER-DAY-SHORT
                   END-IF
               END-IF
           END-IF
           PERFORM CHECK-REQUEST-COVERAGE.

      ******************************************************
      * THE PROJECTION FOR A LATER APPROVED DAY ALREADY TAKES
      * OFF EVERY APPROVED DAY UP TO IT, SO THE HOURS ASKED
      * FOR NOW ARE TAKEN OFF AS WELL. IF THAT LEAVES THE
      * LATER DAY SHORT, THIS DAY CANNOT BE APPROVED.
      ******************************************************
       CHECK-LATER-APPROVED-DAY.
           IF REQ-STATUS (WS-LATER-IDX) = 'A'
                   AND REQ-EMP-ID (WS-LATER-IDX)
                       = REQ-EMP-ID (WS-REQ-IDX)
                   AND REQ-DATE (WS-LATER-IDX)
                       > REQ-DATE (WS-REQ-IDX)
               SET WS-PROJ-IDX TO WS-LATER-IDX
               PERFORM PROJECT-VACATION-BALANCE
               IF WS-PROJ-BALANCE - REQ-HOURS (WS-REQ-IDX)
                       < REQ-HOURS (WS-LATER-IDX)
                   MOVE 'Y' TO WS-LATER-SHORT-SWITCH
                   MOVE 'N' TO WS-APPROVE-ALLOWED-SWITCH
                   DISPLAY '  WOULD LEAVE APPROVED DAY '
                       REQ-DATE (WS-LATER-IDX)
                       ' UNCOVERED - CANNOT BE APPROVED'
               END-IF
           END-IF.

      ******************************************************
      * PROJECT THE VACATION BALANCE FORWARD TO THE DAY AT
      * WS-PROJ-IDX. THE ACCRUAL FOR THE REQUESTED DAY'S OWN
      * MONTH IS NOT COUNTED, SINCE IT MAY NOT HAVE RUN BY
      * THEN; THIS MONTH'S IS COUNTED ONLY IF NOT YET CREDITED.
      * A FROZEN BALANCE ACCRUES NOTHING.
      ******************************************************
       PROJECT-VACATION-BALANCE.
           MOVE 0 TO WS-PROJ-CURRENT
           MOVE 0 TO WS-PROJ-ACCRUALS
           MOVE 0 TO WS-PROJ-COMMITTED
           MOVE 'N' TO WS-PROJ-FROZEN-SWITCH
           IF LEAVEBAL-IN-OPEN
               MOVE REQ-EMP-ID (WS-PROJ-IDX) TO LV-EMP-ID
               READ LEAVE-BALANCE-FILE
                   KEY IS LV-EMP-ID
                   INVALID KEY
                       MOVE SPACES TO LV-LAST-ACCRUAL
                   NOT INVALID KEY
                       MOVE LV-VAC-BALANCE TO WS-PROJ-CURRENT
                       IF BALANCE-FROZEN
                           MOVE 'Y' TO WS-PROJ-FROZEN-SWITCH
                       END-IF
               END-READ
           ELSE
               MOVE SPACES TO LV-LAST-ACCRUAL
           END-IF
           MOVE REQ-EMP-ID (WS-PROJ-IDX) TO MASTER-EMP-ID
           READ EMPLOYEE-MASTER-FILE
               KEY IS MASTER-EMP-ID
               INVALID KEY
                   MOVE 'Y' TO WS-PROJ-FROZEN-SWITCH
           END-READ
           IF NOT PROJ-BALANCE-FROZEN
               MOVE WS-CURRENT-DATE-X (1:6) TO WS-PROJ-YYYYMM
               IF LV-LAST-ACCRUAL (1:6) = WS-CURRENT-DATE-X (1:6)
                   PERFORM ADVANCE-PROJECTION-MONTH
               END-IF
               MOVE REQ-DATE (WS-PROJ-IDX) (1:6) TO WS-REQ-YYYYMM
               PERFORM ADD-PROJECTED-ACCRUAL
                   UNTIL WS-PROJ-YYYYMM >= WS-REQ-YYYYMM
               IF WS-PROJ-CURRENT + WS-PROJ-ACCRUALS
                       > WS-PROJ-CEILING
                   COMPUTE WS-PROJ-ACCRUALS =
                       WS-PROJ-CEILING - WS-PROJ-CURRENT
               END-IF
           END-IF
           PERFORM ADD-COMMITTED-HOURS
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-REQ-COUNT
           COMPUTE WS-PROJ-BALANCE =
               WS-PROJ-CURRENT + WS-PROJ-ACCRUALS - WS-PROJ-COMMITTED.

       ADD-PROJECTED-ACCRUAL.
           MOVE WS-PROJ-YEAR TO WS-SERVICE-YEAR
           MOVE WS-PROJ-MONTH TO WS-SERVICE-MONTH
           MOVE 1 TO WS-SERVICE-DAY
           PERFORM COMPUTE-YEARS-OF-SERVICE
           PERFORM SET-VACATION-ACCRUAL-RATE
           ADD WS-VAC-ACCRUAL TO WS-PROJ-ACCRUALS
           PERFORM ADVANCE-PROJECTION-MONTH.

       ADVANCE-PROJECTION-MONTH.
           IF WS-PROJ-MONTH >= 12
               ADD 1 TO WS-PROJ-YEAR
               MOVE 1 TO WS-PROJ-MONTH
           ELSE
               ADD 1 TO WS-PROJ-MONTH
           END-IF.

       ADD-COMMITTED-HOURS.
           IF WS-SCAN-IDX NOT = WS-PROJ-IDX
                   AND REQ-STATUS (WS-SCAN-IDX) = 'A'
                   AND REQ-EMP-ID (WS-SCAN-IDX)
                       = REQ-EMP-ID (WS-PROJ-IDX)
                   AND REQ-DATE (WS-SCAN-IDX)
                       NOT > REQ-DATE (WS-PROJ-IDX)
               ADD REQ-HOURS (WS-SCAN-IDX) TO WS-PROJ-COMMITTED
           END-IF.

      ******************************************************
      * HOW MANY OF THE SAME DEPARTMENT ARE ALREADY APPROVED
      * OFF THAT DAY, AGAINST THE LIMIT ON DEPT.DAT.
      ******************************************************
       CHECK-REQUEST-COVERAGE.
           MOVE 0 TO WS-DAY-APPROVED-COUNT
           PERFORM COUNT-APPROVED-SAME-DAY
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-REQ-COUNT
           MOVE REQ-DEPT (WS-REQ-IDX) TO WS-DEPT-LOOKUP-CODE
           PERFORM FIND-DEPARTMENT
           IF WS-DEPT-MATCH-IDX > 0
               SET WS-DEPT-IDX TO WS-DEPT-MATCH-IDX
               IF DEPT-TABLE-MAX-OUT (WS-DEPT-IDX) > 0
                       AND WS-DAY-APPROVED-COUNT
                           >= DEPT-TABLE-MAX-OUT (WS-DEPT-IDX)
                   MOVE DEPT-TABLE-MAX-OUT (WS-DEPT-IDX)
                       TO WS-MAX-OUT-DISPLAY
                   DISPLAY '  WARNING - ' WS-DAY-APPROVED-COUNT
                       ' OF DEPT ' REQ-DEPT (WS-REQ-IDX)
                       ' ALREADY APPROVED OFF THAT DAY - LIMIT '
                       WS-MAX-OUT-DISPLAY
               ELSE
                   DISPLAY '  ALREADY APPROVED OFF IN DEPT THAT DAY: '
                       WS-DAY-APPROVED-COUNT
               END-IF
           END-IF.

       COUNT-APPROVED-SAME-DAY.
           IF REQ-STATUS (WS-SCAN-IDX) = 'A'
                   AND REQ-DATE (WS-SCAN-IDX) = REQ-DATE (WS-REQ-IDX)
                   AND REQ-DEPT (WS-SCAN-IDX) = REQ-DEPT (WS-REQ-IDX)
               ADD 1 TO WS-DAY-APPROVED-COUNT
           END-IF.

       RECORD-REQUEST-DECISION.
           MOVE REQ-DATE (WS-REQ-IDX) TO LRQ-DATE
           MOVE REQ-EMP-ID (WS-REQ-IDX) TO LRQ-EMP-ID
           READ LEAVE-REQUEST-FILE
               KEY IS LRQ-KEY
               INVALID KEY
                   DISPLAY 'REQUEST NO LONGER ON FILE - '
                       REQ-EMP-ID (WS-REQ-IDX) ' '
                       REQ-DATE (WS-REQ-IDX)
               NOT INVALID KEY
                   MOVE WS-NEW-REQ-STATUS TO LRQ-STATUS
                   MOVE WS-CURRENT-DATE-X TO LRQ-DECIDED-ON
                   REWRITE LEAVE-REQUEST-RECORD
                   IF WS-LVREQ-STATUS = '00'
                       MOVE WS-NEW-REQ-STATUS
                           TO REQ-STATUS (WS-REQ-IDX)
                       IF REQUEST-APPROVED
                           ADD 1 TO WS-APPROVED-COUNT
                       ELSE
                           ADD 1 TO WS-DENIED-COUNT
                       END-IF
                   ELSE
                       DISPLAY 'REQUEST REWRITE FAILED - STATUS '
                           WS-LVREQ-STATUS
                   END-IF
           END-READ.

       COUNT-LEFT-PENDING.
           IF REQ-STATUS (WS-REQ-IDX) = 'P'
               ADD 1 TO WS-LEFT-PENDING-COUNT
           END-IF.

      ******************************************************
      * DEPARTMENT TABLE FROM DEPT.DAT FOR THE COVERAGE
      * LIMITS. A BLANK OR ZERO LIMIT MEANS NONE IS SET.
      ******************************************************
       LOAD-DEPARTMENT-TABLE.
           MOVE 0 TO WS-DEPT-COUNT
           OPEN INPUT DEPARTMENT-FILE
           IF WS-DEPT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN DEPT.DAT - STATUS '
                   WS-DEPT-STATUS ' - NO COVERAGE LIMITS'
           ELSE
               MOVE 'N' TO WS-DEPT-EOF
               PERFORM READ-DEPARTMENT
               PERFORM BUILD-DEPT-TABLE-ENTRY UNTIL DEPT-EOF
               CLOSE DEPARTMENT-FILE
           END-IF.

       READ-DEPARTMENT.
           READ DEPARTMENT-FILE
               AT END
                   MOVE 'Y' TO WS-DEPT-EOF
           END-READ.

       BUILD-DEPT-TABLE-ENTRY.
           IF WS-DEPT-COUNT >= WS-DEPT-TABLE-MAX
               DISPLAY 'TOO MANY DEPARTMENTS ON DEPT.DAT - TABLE '
                   'HOLDS ' WS-DEPT-TABLE-MAX ' - ' DEPT-CODE
                   ' IGNORED'
           ELSE
               ADD 1 TO WS-DEPT-COUNT
               SET WS-DEPT-IDX TO WS-DEPT-COUNT
               MOVE DEPT-CODE TO DEPT-TABLE-CODE (WS-DEPT-IDX)
               MOVE DEPT-NAME TO DEPT-TABLE-NAME (WS-DEPT-IDX)
               IF DEPT-MAX-OUT IS NUMERIC
                   MOVE DEPT-MAX-OUT TO DEPT-TABLE-MAX-OUT (WS-DEPT-IDX)
               ELSE
                   MOVE 0 TO DEPT-TABLE-MAX-OUT (WS-DEPT-IDX)
               END-IF
           END-IF
           PERFORM READ-DEPARTMENT.

       FIND-DEPARTMENT.
           MOVE 0 TO WS-DEPT-MATCH-IDX
           PERFORM MATCH-DEPARTMENT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                   OR WS-DEPT-MATCH-IDX > 0.

       MATCH-DEPARTMENT.
           IF DEPT-TABLE-CODE (WS-DEPT-IDX) = WS-DEPT-LOOKUP-CODE
               SET WS-DEPT-MATCH-IDX TO WS-DEPT-IDX
           END-IF.

      ******************************************************
      * COVERAGE REPORT - FOR EACH DEPARTMENT, EVERY DAY FROM
      * TODAY ON THAT HAS ANYONE APPROVED OR PENDING OFF, WITH
      * THE COUNT AGAINST THE DEPARTMENT'S LIMIT AND WHO IS
      * OUT. A DAY WHERE APPROVED AND PENDING TOGETHER EXCEED
      * THE LIMIT IS FLAGGED SO IT IS SORTED OUT BEFORE ANY
      * MORE OF THEM ARE APPROVED.
      ******************************************************
       PRINT-COVERAGE-REPORT.
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN EMPMAS.DAT - STATUS '
                   WS-MASTER-STATUS
           ELSE
               MOVE 0 TO WS-REQ-COUNT
               OPEN INPUT LEAVE-REQUEST-FILE
               IF WS-LVREQ-STATUS = '00'
                   PERFORM LOAD-REQUEST-TABLE
                   CLOSE LEAVE-REQUEST-FILE
               ELSE
                   IF WS-LVREQ-STATUS NOT = '35'
                       DISPLAY 'UNABLE TO OPEN LVREQ.DAT - STATUS '
                           WS-LVREQ-STATUS
                   END-IF
               END-IF
               CLOSE EMPLOYEE-MASTER-FILE
               PERFORM LOAD-DEPARTMENT-TABLE
               MOVE 0 TO WS-COV-UNKNOWN-COUNT
               PERFORM SET-COVERAGE-DEPT
                   VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
               OPEN OUTPUT COVERAGE-REPORT-FILE
               IF WS-LVCOV-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN LVCOVER.RPT - STATUS '
                       WS-LVCOV-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM WRITE-COVERAGE-REPORT
               END-IF
           END-IF.

       WRITE-COVERAGE-REPORT.
           MOVE SPACES TO COVERAGE-LINE
           STRING 'LEAVE COVERAGE REPORT - RUN DATE '
               WS-CURRENT-DATE-X
               ' - APPROVED AND PENDING DAYS OFF FROM TODAY'
               DELIMITED BY SIZE INTO COVERAGE-LINE
           WRITE COVERAGE-LINE
           MOVE 0 TO WS-DAYS-OVER-COUNT
           MOVE 0 TO WS-COV-DAY-COUNT
           PERFORM REPORT-DEPT-COVERAGE
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
           IF WS-COV-UNKNOWN-COUNT > 0
               MOVE HIGH-VALUES TO WS-COV-DEPT-CODE
               MOVE 0 TO WS-COV-MAX-OUT
               PERFORM REPORT-GROUP-COVERAGE
           END-IF
           MOVE SPACES TO COVERAGE-LINE
           WRITE COVERAGE-LINE
           MOVE SPACES TO COVERAGE-LINE
           STRING 'DEPARTMENT DAYS WITH PEOPLE OUT '
               WS-COV-DAY-COUNT
               ' - OVER LIMIT ' WS-DAYS-OVER-COUNT
               DELIMITED BY SIZE INTO COVERAGE-LINE
           WRITE COVERAGE-LINE
           IF REQ-TABLE-OVERFLOW
               MOVE SPACES TO COVERAGE-LINE
               STRING 'REPORT INCOMPLETE - MORE OPEN REQUESTS '
                   'THAN THE TABLE HOLDS'
                   DELIMITED BY SIZE INTO COVERAGE-LINE
               WRITE COVERAGE-LINE
           END-IF
           CLOSE COVERAGE-REPORT-FILE
           DISPLAY 'COVERAGE REPORT COMPLETE - DAYS OVER LIMIT '
               WS-DAYS-OVER-COUNT.

      ******************************************************
      * EACH REQUEST IS REPORTED UNDER ITS DEPARTMENT, OR
      * UNDER THE UNKNOWN GROUP WHEN THAT DEPARTMENT IS NOT
      * ON DEPT.DAT - SO NOBODY WHO IS OUT GOES UNLISTED.
      ******************************************************
       SET-COVERAGE-DEPT.
           MOVE REQ-DEPT (WS-REQ-IDX) TO WS-DEPT-LOOKUP-CODE
           PERFORM FIND-DEPARTMENT
           IF WS-DEPT-MATCH-IDX > 0
               MOVE REQ-DEPT (WS-REQ-IDX) TO REQ-COV-DEPT (WS-REQ-IDX)
           ELSE
               MOVE HIGH-VALUES TO REQ-COV-DEPT (WS-REQ-IDX)
               ADD 1 TO WS-COV-UNKNOWN-COUNT
           END-IF.

       REPORT-DEPT-COVERAGE.
           MOVE DEPT-TABLE-CODE (WS-DEPT-IDX) TO WS-COV-DEPT-CODE
           MOVE DEPT-TABLE-MAX-OUT (WS-DEPT-IDX) TO WS-COV-MAX-OUT
           PERFORM REPORT-GROUP-COVERAGE.

       REPORT-GROUP-COVERAGE.
           MOVE 'N' TO WS-COV-DEPT-SHOWN-SWITCH
           MOVE SPACES TO WS-COV-DATE
           PERFORM REPORT-COVERAGE-ENTRY
               VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-COUNT.

       REPORT-COVERAGE-ENTRY.
           IF REQ-COV-DEPT (WS-REQ-IDX) = WS-COV-DEPT-CODE
               IF NOT COV-DEPT-SHOWN
                   PERFORM WRITE-COVERAGE-DEPT-LINE
               END-IF
               IF REQ-DATE (WS-REQ-IDX) NOT = WS-COV-DATE
                   MOVE REQ-DATE (WS-REQ-IDX) TO WS-COV-DATE
                   PERFORM WRITE-COVERAGE-DAY-LINE
               END-IF
               PERFORM WRITE-COVERAGE-EMP-LINE
           END-IF.

       WRITE-COVERAGE-DEPT-LINE.
           MOVE 'Y' TO WS-COV-DEPT-SHOWN-SWITCH
           MOVE SPACES TO COVERAGE-LINE
           WRITE COVERAGE-LINE
           MOVE SPACES TO COVERAGE-LINE
           IF COV-UNKNOWN-GROUP
               STRING 'UNKNOWN DEPARTMENT - NOT ON DEPT.DAT, OR '
                   'EMPLOYEE NOT ON THE MASTER'
                   DELIMITED BY SIZE INTO COVERAGE-LINE
           ELSE
           IF WS-COV-MAX-OUT > 0
               MOVE WS-COV-MAX-OUT TO WS-MAX-OUT-DISPLAY
               STRING 'DEPARTMENT ' DEPT-TABLE-CODE (WS-DEPT-IDX)
                   ' ' DEPT-TABLE-NAME (WS-DEPT-IDX)
                   ' - LIMIT ' WS-MAX-OUT-DISPLAY ' OUT PER DAY'
                   DELIMITED BY SIZE INTO COVERAGE-LINE
           ELSE
               STRING 'DEPARTMENT ' DEPT-TABLE-CODE (WS-DEPT-IDX)
                   ' ' DEPT-TABLE-NAME (WS-DEPT-IDX)
                   ' - NO LIMIT SET'
                   DELIMITED BY SIZE INTO COVERAGE-LINE
           END-IF
           END-IF
           WRITE COVERAGE-LINE.

      ******************************************************
      * THE TABLE IS IN DATE ORDER, SO THE DAY'S ENTRIES RUN
      * FROM WS-REQ-IDX UNTIL THE DATE CHANGES.
      ******************************************************
       WRITE-COVERAGE-DAY-LINE.
           MOVE 0 TO WS-DAY-APPROVED-COUNT
           MOVE 0 TO WS-DAY-PENDING-COUNT
           MOVE 'N' TO WS-DAY-SCAN-SWITCH
           PERFORM COUNT-DEPT-DAY
               VARYING WS-SCAN-IDX FROM WS-REQ-IDX BY 1
               UNTIL WS-SCAN-IDX > WS-REQ-COUNT OR DAY-SCAN-DONE
           COMPUTE WS-DAY-OUT-COUNT =
               WS-DAY-APPROVED-COUNT + WS-DAY-PENDING-COUNT
           ADD 1 TO WS-COV-DAY-COUNT
           MOVE SPACES TO COVERAGE-LINE
           STRING '  ' WS-COV-DATE ' OUT ' WS-DAY-OUT-COUNT
               ' (APPROVED ' WS-DAY-APPROVED-COUNT
               ' PENDING ' WS-DAY-PENDING-COUNT ')'
               DELIMITED BY SIZE INTO COVERAGE-LINE
           IF WS-COV-MAX-OUT > 0
                   AND WS-DAY-OUT-COUNT > WS-COV-MAX-OUT
               MOVE '*OVER LIMIT*' TO COVERAGE-LINE (60:12)
               ADD 1 TO WS-DAYS-OVER-COUNT
           END-IF
           WRITE COVERAGE-LINE.

       COUNT-DEPT-DAY.
           IF REQ-DATE (WS-SCAN-IDX) NOT = WS-COV-DATE
               MOVE 'Y' TO WS-DAY-SCAN-SWITCH
           ELSE
               IF REQ-COV-DEPT (WS-SCAN-IDX) = WS-COV-DEPT-CODE
                   IF REQ-STATUS (WS-SCAN-IDX) = 'A'
                       ADD 1 TO WS-DAY-APPROVED-COUNT
                   ELSE
                       ADD 1 TO WS-DAY-PENDING-COUNT
                   END-IF
               END-IF
           END-IF.

       WRITE-COVERAGE-EMP-LINE.
           IF REQ-STATUS (WS-REQ-IDX) = 'A'
               MOVE 'APPROVED' TO WS-STATUS-TEXT
           ELSE
               MOVE 'PENDING' TO WS-STATUS-TEXT
           END-IF
           MOVE REQ-HOURS (WS-REQ-IDX) TO WS-REQ-HOURS-DISPLAY
           MOVE SPACES TO COVERAGE-LINE
           STRING '      ' REQ-EMP-ID (WS-REQ-IDX) ' '
               REQ-EMP-NAME (WS-REQ-IDX) ' '
               WS-REQ-HOURS-DISPLAY ' HRS ' WS-STATUS-TEXT
               DELIMITED BY SIZE INTO COVERAGE-LINE
           IF COV-UNKNOWN-GROUP
                   AND REQ-DEPT (WS-REQ-IDX) NOT = SPACES
               STRING 'DEPT ' REQ-DEPT (WS-REQ-IDX)
                   DELIMITED BY SIZE INTO COVERAGE-LINE (70:9)
           END-IF
           WRITE COVERAGE-LINE.
