               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT LEAVE-BALANCE-FILE
               ASSIGN TO "LEAVEBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-EMP-ID
               FILE STATUS IS WS-LEAVE-STATUS.

           SELECT YTD-EARNINGS-FILE
               ASSIGN TO "YTDEARN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-KEY
               FILE STATUS IS WS-YTD-STATUS.

           SELECT CYCLE-CONTROL-FILE
               ASSIGN TO "PAYCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-PAY-DATE
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT BANK-PARM-FILE
               ASSIGN TO "BANKPARM.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BANKPARM-STATUS.

           SELECT BANK-TRANSFER-FILE
               ASSIGN TO "BANKXFR.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BANKXFR-STATUS.

           SELECT CHECK-EXCEPTION-FILE
               ASSIGN TO "CHECKPAY.RPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CHECKPAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE
           05  MASTER-SALARY           PIC 9(7)V99.
           05  MASTER-STATUS           PIC X(1).
           05  MASTER-LAST-UPDATE      PIC X(8).
           05  MASTER-BANK-ROUTING     PIC X(9).
           05  MASTER-BANK-ACCOUNT     PIC X(17).
           05  MASTER-BANK-ACCT-TYPE   PIC X(1).
           05  FILLER                  PIC X(18).

      ******************************************************
      * DEDUCTION/TAX PARAMETER TABLE - ONE RECORD PER
           05  FILLER                  PIC X(3).

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
      * PAY STUB DETAIL FILE - A 'H' HEADER RECORD PER PAID
      * EMPLOYEE CARRYING GROSS, TOTAL DEDUCTIONS AND NET,
      * FOLLOWED BY ONE 'D' RECORD PER DEDUCTION APPLIED SO
      * THE STUB PRINT STEP CAN ITEMIZE EVERY LINE. WHEN THE
      * GROSS IS MORE THAN THE PERIOD SALARY - UNPAID LEAVE
      * DOCKED OR A FINAL VACATION PAYOUT - 'E' EARNINGS
      * RECORDS COME BETWEEN THE TWO, ONE PER EARNINGS LINE,
      * WITH THE HOURS AND A '-' SIGN ON A REDUCTION.
      ******************************************************
       FD  PAY-STUB-FILE
           RECORD CONTAINS 80 CHARACTERS
               10  STUB-DED-DESC       PIC X(20).
               10  STUB-DED-AMOUNT     PIC 9(7)V99.
               10  FILLER              PIC X(30).
           05  STUB-EARNINGS-DATA REDEFINES STUB-HEADER-DATA.
               10  STUB-EARN-CODE      PIC X(4).
               10  STUB-EARN-DESC      PIC X(20).
               10  STUB-EARN-HOURS     PIC 9(3)V99.
               10  STUB-EARN-SIGN      PIC X(1).
               10  STUB-EARN-AMOUNT    PIC 9(7)V99.
               10  FILLER              PIC X(24).

       FD  PAY-REGISTER-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REGISTER-LINE               PIC X(132).

      ******************************************************
      * LEAVE BALANCES, OWNED BY LEAVE-ACCRUAL-SYSTEM. THE
      * CYCLE DOCKS UNPAID HOURS NOT YET TAKEN AND PAYS OUT A
      * FROZEN VACATION BALANCE, THEN STAMPS THE PAY DATE SO
      * A LATER CYCLE NEVER TAKES EITHER AGAIN - A RERUN OF
      * THE SAME PAY DATE TAKES THEM AGAIN SO ITS STUBS MATCH.
      * THE LAYOUT MUST MATCH THE FD IN LEAVE-ACCRUAL-SYSTEM.
      ******************************************************
       FD  LEAVE-BALANCE-FILE
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  LEAVE-BALANCE-RECORD.
           05  LV-EMP-ID               PIC X(8).
           05  LV-VAC-BALANCE          PIC 9(3)V99.
           05  LV-SICK-BALANCE         PIC 9(3)V99.
           05  LV-FROZEN-FLAG          PIC X(1).
               88  BALANCE-FROZEN      VALUE 'Y', 'P'.
               88  PAYOUT-PAID         VALUE 'P'.
           05  LV-LAST-ACCRUAL         PIC X(8).
           05  LV-UNPAID-HOURS         PIC 9(3)V99.
           05  LV-PAY-DATE-TAKEN       PIC X(8).

      ******************************************************
      * YEAR-TO-DATE EARNINGS - ONE RECORD PER EMPLOYEE PER
      * CALENDAR YEAR, CREATED BY THE FIRST CYCLE OF THE YEAR
      * AND ADDED TO BY EVERY CYCLE AFTER IT. THE DEDUCTION
      * SLOTS ARE CLAIMED BY DED-CODE IN THE ORDER CODES ARE
      * FIRST WITHHELD, SO A CODE ADDED TO DEDUCT.DAT MID-YEAR
      * SIMPLY TAKES THE NEXT FREE SLOT. YTD-LAST-PAY-DATE IS
      * THE RERUN GUARD - A CYCLE FOR A PAY DATE ALREADY
      * POSTED (OR EARLIER) NEVER ADDS TO THE TOTALS AGAIN.
      * YTD-LAST-DOCK-HOURS IS WHAT THAT LAST PAY DATE DOCKED,
      * KEPT SO A RERUN DOCKS THE SAME HOURS EVEN AFTER LEAVE
      * HAS STARTED A FRESH UNPAID COUNT.
      ******************************************************
       FD  YTD-EARNINGS-FILE
           RECORD CONTAINS 400 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  YTD-EARNINGS-RECORD.
           05  YTD-KEY.
               10  YTD-EMP-ID          PIC X(8).
               10  YTD-YEAR            PIC X(4).
           05  YTD-DEPT-CODE           PIC X(4).
           05  YTD-LAST-PAY-DATE       PIC X(8).
           05  YTD-PERIODS-PAID        PIC 9(3).
           05  YTD-GROSS               PIC 9(9)V99.
           05  YTD-TOTAL-DED           PIC 9(9)V99.
           05  YTD-NET                 PIC 9(9)V99.
           05  YTD-DED-ENTRY OCCURS 20 TIMES
                   INDEXED BY YTD-DED-IDX.
               10  YTD-DED-CODE        PIC X(4).
               10  YTD-DED-AMOUNT      PIC 9(7)V99.
           05  YTD-LEAVE-FIGURES.
               10  YTD-UNPAID-HOURS    PIC 9(5)V99.
               10  YTD-UNPAID-AMOUNT   PIC 9(9)V99.
               10  YTD-PAYOUT-HOURS    PIC 9(5)V99.
               10  YTD-PAYOUT-AMOUNT   PIC 9(9)V99.
           05  YTD-LAST-DOCK-HOURS     PIC 9(3)V99.
           05  FILLER                  PIC X(39).

      ******************************************************
      * CYCLE CONTROL TOTALS - ONE RECORD PER PAY DATE
      * CARRYING THE GRAND TOTAL LINE OF THAT CYCLE'S
      * PAYREG.RPT. A RERUN OF THE SAME PAY DATE REPLACES ITS
      * RECORD, SO THE YEAR-END RECAP CAN TIE THE SUM OF THE
      * REGISTERS TO THE SUM OF YTDEARN.DAT.
      ******************************************************
       FD  CYCLE-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  CYCLE-CONTROL-RECORD.
           05  CTL-PAY-DATE            PIC X(8).
           05  CTL-RUN-DATE            PIC X(8).
           05  CTL-PERIODS-PER-YEAR    PIC 9(2).
           05  CTL-EMPLOYEES-PAID      PIC 9(7).
           05  CTL-GROSS               PIC 9(9)V99.
           05  CTL-DEDUCTIONS          PIC 9(9)V99.
           05  CTL-NET                 PIC 9(9)V99.
           05  FILLER                  PIC X(22).

      ******************************************************
      * DIRECT-DEPOSIT ORIGINATOR PARAMETERS - ONE RECORD
      * NAMING THE COMPANY'S BANK (ROUTING AND NAME) AND THE
      * COMPANY ID AND NAME THE BANK KNOWS US BY. TUNABLE LIKE
      * DEDUCT.DAT; WITHOUT IT NO BANK FILE IS CUT AND EVERY
      * EMPLOYEE GOES TO THE PAY-BY-CHECK LIST.
      ******************************************************
       FD  BANK-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  BANK-PARM-RECORD.
           05  BPRM-ORIGIN-ROUTING     PIC X(9).
           05  BPRM-COMPANY-ID         PIC X(10).
           05  BPRM-COMPANY-NAME       PIC X(16).
           05  BPRM-BANK-NAME          PIC X(23).
           05  FILLER                  PIC X(22).

      ******************************************************
      * BANK TRANSFER FILE - FIXED 94-BYTE RECORDS IN THE
      * BANK'S PPD CREDIT FORMAT: ONE FILE HEADER ('1'), ONE
      * BATCH HEADER ('5'), AN ENTRY ('6') PER DEPOSIT, THE
      * BATCH CONTROL ('8') AND FILE CONTROL ('9') CARRYING
      * THE ENTRY COUNT, THE RECEIVING ROUTING-NUMBER HASH AND
      * THE CREDIT TOTAL, THEN ALL-NINES FILL TO A BLOCK OF
      * TEN. REWRITTEN EVERY CYCLE LIKE PAYSTUB.DAT.
      ******************************************************
       FD  BANK-TRANSFER-FILE
           RECORD CONTAINS 94 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  BANK-FILE-HEADER.
           05  BFH-RECORD-TYPE         PIC X(1).
           05  BFH-PRIORITY            PIC X(2).
           05  BFH-DESTINATION         PIC X(10).
           05  BFH-ORIGIN              PIC X(10).
           05  BFH-CREATION-DATE       PIC X(6).
           05  BFH-CREATION-TIME       PIC X(4).
           05  BFH-FILE-ID-MODIFIER    PIC X(1).
           05  BFH-RECORD-SIZE         PIC X(3).
           05  BFH-BLOCKING-FACTOR     PIC X(2).
           05  BFH-FORMAT-CODE         PIC X(1).
           05  BFH-DESTINATION-NAME    PIC X(23).
           05  BFH-ORIGIN-NAME         PIC X(23).
           05  BFH-REFERENCE           PIC X(8).
       01  BANK-BATCH-HEADER.
           05  BBH-RECORD-TYPE         PIC X(1).
           05  BBH-SERVICE-CLASS       PIC X(3).
           05  BBH-COMPANY-NAME        PIC X(16).
           05  BBH-DISCRETIONARY       PIC X(20).
           05  BBH-COMPANY-ID          PIC X(10).
           05  BBH-ENTRY-CLASS         PIC X(3).
           05  BBH-ENTRY-DESC          PIC X(10).
           05  BBH-DESCRIPTIVE-DATE    PIC X(6).
           05  BBH-EFFECTIVE-DATE      PIC X(6).
           05  BBH-SETTLEMENT-DATE     PIC X(3).
           05  BBH-ORIGINATOR-STATUS   PIC X(1).
           05  BBH-ORIGINATING-DFI     PIC X(8).
           05  BBH-BATCH-NUMBER        PIC 9(7).
       01  BANK-ENTRY-DETAIL.
           05  BED-RECORD-TYPE         PIC X(1).
           05  BED-TRANSACTION-CODE    PIC X(2).
           05  BED-RECEIVING-DFI       PIC X(8).
           05  BED-CHECK-DIGIT         PIC X(1).
           05  BED-ACCOUNT-NUMBER      PIC X(17).
           05  BED-AMOUNT              PIC 9(8)V99.
           05  BED-INDIVIDUAL-ID       PIC X(15).
           05  BED-INDIVIDUAL-NAME     PIC X(22).
           05  BED-DISCRETIONARY       PIC X(2).
           05  BED-ADDENDA-INDICATOR   PIC X(1).
           05  BED-TRACE-DFI           PIC X(8).
           05  BED-TRACE-SEQUENCE      PIC 9(7).
       01  BANK-BATCH-CONTROL.
           05  BBC-RECORD-TYPE         PIC X(1).
           05  BBC-SERVICE-CLASS       PIC X(3).
           05  BBC-ENTRY-COUNT         PIC 9(6).
           05  BBC-ENTRY-HASH          PIC 9(10).
           05  BBC-TOTAL-DEBIT         PIC 9(10)V99.
           05  BBC-TOTAL-CREDIT        PIC 9(10)V99.
           05  BBC-COMPANY-ID          PIC X(10).
           05  BBC-AUTH-CODE           PIC X(19).
           05  BBC-RESERVED            PIC X(6).
           05  BBC-ORIGINATING-DFI     PIC X(8).
           05  BBC-BATCH-NUMBER        PIC 9(7).
       01  BANK-FILE-CONTROL.
           05  BFC-RECORD-TYPE         PIC X(1).
           05  BFC-BATCH-COUNT         PIC 9(6).
           05  BFC-BLOCK-COUNT         PIC 9(6).
           05  BFC-ENTRY-COUNT         PIC 9(8).
           05  BFC-ENTRY-HASH          PIC 9(10).
           05  BFC-TOTAL-DEBIT         PIC 9(10)V99.
           05  BFC-TOTAL-CREDIT        PIC 9(10)V99.
           05  BFC-RESERVED            PIC X(39).
       01  BANK-FILL-RECORD            PIC X(94).

      ******************************************************
      * PAY-BY-CHECK EXCEPTION LIST - EVERY EMPLOYEE PAID
      * THIS CYCLE WHO IS NOT ON THE BANK FILE, WITH THE
      * REASON, SO TREASURY CUTS A CHECK OR CHASES THE BANK
      * DETAILS INSTEAD OF THE PAY GOING NOWHERE.
      ******************************************************
       FD  CHECK-EXCEPTION-FILE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  CHECK-EXCEPTION-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS            PIC X(2).
       01  WS-DEDUCT-STATUS            PIC X(2).
       01  WS-DEPT-STATUS              PIC X(2).
       01  WS-STUB-STATUS              PIC X(2).
       01  WS-REGISTER-STATUS          PIC X(2).
       01  WS-YTD-STATUS               PIC X(2).
       01  WS-CONTROL-STATUS           PIC X(2).
       01  WS-BANKPARM-STATUS          PIC X(2).
       01  WS-BANKXFR-STATUS           PIC X(2).
       01  WS-CHECKPAY-STATUS          PIC X(2).
       01  WS-LEAVE-STATUS             PIC X(2).

       01  WS-EOF-FLAGS.
           05  WS-MASTER-EOF           PIC X(1) VALUE 'N'.
      * PAY PERIODS PER YEAR COMES IN AS A PARM ON THE
      * COMMAND LINE SO THE SCHEDULER CAN DRIVE WEEKLY (52),
      * BIWEEKLY (26) OR MONTHLY (12) CYCLES; WHEN NO PARM IS
      * SUPPLIED THE BIWEEKLY DEFAULT STANDS. AN OPTIONAL PAY
      * DATE (YYYYMMDD) MAY FOLLOW AFTER ONE SPACE SO A FAILED
      * CYCLE CAN BE RERUN FOR ITS ORIGINAL PAY DATE ON A
      * LATER DAY; WITHOUT ONE THE PAY DATE IS TODAY.
      ******************************************************
       01  WS-PARM-ENTRY               PIC X(20) VALUE SPACES.
       01  WS-PARM-FIELDS REDEFINES WS-PARM-ENTRY.
           05  WS-PERIODS-ENTRY        PIC X(2).
           05  FILLER                  PIC X(1).
           05  WS-PAY-DATE-ENTRY       PIC X(8).
           05  FILLER                  PIC X(9).
       01  WS-PERIODS-PER-YEAR         PIC 9(2) VALUE 26.

       01  WS-PAY-DATE                 PIC X(8).
       01  WS-PAY-DATE-PARTS REDEFINES WS-PAY-DATE.
           05  WS-PAY-YEAR             PIC X(4).
           05  WS-PAY-MONTH-DAY        PIC X(4).

      ******************************************************
      * YEAR-TO-DATE POSTING WORK AREAS. THE YTD FILE IS
      * OPTIONAL TO THE CYCLE ITSELF - IF IT CANNOT BE OPENED
      * THE STUBS AND REGISTER ARE STILL PRODUCED AND THE
      * CONSOLE SAYS THE YEAR-TO-DATE FIGURES WERE NOT POSTED.
      ******************************************************
       01  WS-YTD-OPEN-SWITCH          PIC X(1) VALUE 'N'.
           88  YTD-OPEN                VALUE 'Y'.
       01  WS-YTD-NEW-SWITCH           PIC X(1) VALUE 'N'.
           88  YTD-NEW-RECORD          VALUE 'Y'.
       01  WS-YTD-POSTED-SWITCH        PIC X(1) VALUE 'N'.
           88  YTD-ALREADY-POSTED      VALUE 'Y'.
       01  WS-YTD-SLOT-SWITCH          PIC X(1) VALUE 'N'.
           88  YTD-SLOT-FOUND          VALUE 'Y'.
       01  WS-YTD-SLOT-MAX             PIC 9(2) VALUE 20.
       01  WS-YTD-SLOT-IDX             PIC 9(2) VALUE 0.
       01  WS-YTD-POSTED-COUNT         PIC 9(7) VALUE 0.
       01  WS-YTD-SKIPPED-COUNT        PIC 9(7) VALUE 0.

      ******************************************************
      * LEAVE WORK AREAS. THE HOURLY RATE IS THE ANNUAL
      * SALARY OVER A STANDARD 2080-HOUR YEAR, CARRIED TO
      * FOUR PLACES SO THE ROUNDING HAPPENS ONCE, ON THE
      * AMOUNT. LEAVEBAL.DAT IS OPTIONAL TO THE CYCLE - A
      * SITE NOT YET RUNNING THE LEAVE SUBSYSTEM PAYS SALARY
      * ONLY.
      ******************************************************
       01  WS-LEAVE-OPEN-SWITCH        PIC X(1) VALUE 'N'.
           88  LEAVE-OPEN              VALUE 'Y'.
       01  WS-LEAVE-FOUND-SWITCH       PIC X(1) VALUE 'N'.
           88  LEAVE-FOUND             VALUE 'Y'.
       01  WS-LEAVE-MOVED-ON-SWITCH    PIC X(1) VALUE 'N'.
           88  LEAVE-MOVED-ON          VALUE 'Y'.
       01  WS-FINAL-PAY-SWITCH         PIC X(1) VALUE 'N'.
           88  FINAL-PAY-ONLY          VALUE 'Y'.
       01  WS-STANDARD-HOURS           PIC 9(4) VALUE 2080.
       01  WS-HOURLY-RATE              PIC 9(5)V9999 VALUE 0.
       01  WS-REGULAR-PAY              PIC 9(7)V99 VALUE 0.
       01  WS-DOCK-HOURS               PIC 9(3)V99 VALUE 0.
       01  WS-DOCK-AMOUNT              PIC 9(7)V99 VALUE 0.
       01  WS-PAYOUT-HOURS             PIC 9(3)V99 VALUE 0.
       01  WS-PAYOUT-AMOUNT            PIC 9(7)V99 VALUE 0.
       01  WS-DOCK-COUNT               PIC 9(7) VALUE 0.
       01  WS-DOCK-TOTAL               PIC 9(9)V99 VALUE 0.
       01  WS-PAYOUT-COUNT             PIC 9(7) VALUE 0.
       01  WS-PAYOUT-TOTAL             PIC 9(9)V99 VALUE 0.

      ******************************************************
      * DIRECT-DEPOSIT WORK AREAS. THE ENTRY HASH IS THE SUM
      * OF THE EIGHT-DIGIT RECEIVING ROUTING NUMBERS, CARRIED
      * WIDE AND CUT TO ITS RIGHTMOST TEN DIGITS FOR THE
      * CONTROL RECORDS AS THE BANK FORMAT REQUIRES.
      ******************************************************
       01  WS-BANK-FILE-SWITCH         PIC X(1) VALUE 'N'.
           88  BANK-FILE-OPEN          VALUE 'Y'.
       01  WS-CHECK-LIST-SWITCH        PIC X(1) VALUE 'N'.
           88  CHECK-LIST-OPEN         VALUE 'Y'.
       01  WS-NET-FLOORED-SWITCH       PIC X(1) VALUE 'N'.
           88  NET-FLOORED             VALUE 'Y'.
       01  WS-BANK-VALID-SWITCH        PIC X(1) VALUE 'N'.
           88  BANK-DETAILS-VALID      VALUE 'Y'.
       01  WS-CHECK-REASON             PIC X(30) VALUE SPACES.
       01  WS-CURRENT-TIME             PIC X(8).
       01  WS-ORIGIN-ROUTING           PIC X(9) VALUE SPACES.
       01  WS-ORIGIN-COMPANY-ID        PIC X(10) VALUE SPACES.
       01  WS-ORIGIN-COMPANY-NAME      PIC X(16) VALUE SPACES.
       01  WS-ORIGIN-BANK-NAME         PIC X(23) VALUE SPACES.
       01  WS-BANK-ENTRY-COUNT         PIC 9(7) VALUE 0.
       01  WS-BANK-RECORD-COUNT        PIC 9(7) VALUE 0.
       01  WS-BANK-BLOCK-COUNT         PIC 9(6) VALUE 0.
       01  WS-BANK-FILL-COUNT          PIC 9(2) VALUE 0.
       01  WS-BANK-FILL-IDX            PIC 9(2) VALUE 0.
       01  WS-BANK-HASH-WORK           PIC 9(12) VALUE 0.
       01  WS-BANK-ENTRY-HASH          PIC 9(10) VALUE 0.
       01  WS-BANK-CREDIT-TOTAL        PIC 9(10)V99 VALUE 0.
       01  WS-BANK-DFI-WORK            PIC X(8).
       01  WS-BANK-DFI-NUMBER REDEFINES WS-BANK-DFI-WORK
                                       PIC 9(8).
       01  WS-CHECK-COUNT              PIC 9(7) VALUE 0.
       01  WS-CHECK-TOTAL              PIC 9(9)V99 VALUE 0.
       01  WS-BANK-TOTAL-DISPLAY       PIC Z(9)9.99.

      ******************************************************
      * IN-MEMORY DEDUCTION TABLE LOADED ONCE FROM DEDUCT.DAT.
      * A MISSING OR EMPTY PARAMETER FILE MEANS NO DEDUCTIONS

       MAIN-LOGIC.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO WS-PAY-DATE
           ACCEPT WS-PARM-ENTRY FROM COMMAND-LINE
           IF WS-PERIODS-ENTRY NOT = SPACES
               IF WS-PERIODS-ENTRY IS NUMERIC
                       AND WS-PERIODS-ENTRY NOT = '00'
                       WS-PERIODS-PER-YEAR ' PERIODS PER YEAR'
               END-IF
           END-IF
           IF WS-PAY-DATE-ENTRY NOT = SPACES
               IF WS-PAY-DATE-ENTRY IS NUMERIC
                   MOVE WS-PAY-DATE-ENTRY TO WS-PAY-DATE
               ELSE
                   DISPLAY 'BAD PAY-DATE PARM - USING ' WS-PAY-DATE
               END-IF
           END-IF

           PERFORM LOAD-DEDUCTION-TABLE
           PERFORM LOAD-DEPARTMENT-TABLE
           PERFORM RUN-PAY-CYCLE
           DISPLAY 'PAY CYCLE COMPLETE - EMPLOYEES PAID '
               WS-EMPLOYEES-PAID
           DISPLAY 'YEAR-TO-DATE POSTED ' WS-YTD-POSTED-COUNT
               ' ALREADY POSTED ' WS-YTD-SKIPPED-COUNT
           DISPLAY 'DIRECT DEPOSITS ' WS-BANK-ENTRY-COUNT
               ' PAY BY CHECK ' WS-CHECK-COUNT
           DISPLAY 'UNPAID LEAVE DOCKED ' WS-DOCK-COUNT
               ' VACATION PAYOUTS ' WS-PAYOUT-COUNT
           STOP RUN.

       LOAD-DEDUCTION-TABLE.

      ******************************************************
      * DRIVE THE CYCLE - ONE PASS OF THE MASTER, A STUB AND
      * A REGISTER LINE PER ACTIVE EMPLOYEE AND PER DEPARTED
      * EMPLOYEE WITH A FINAL VACATION PAYOUT DUE, THEN
      * DEPARTMENT AND GRAND TOTALS.
      ******************************************************
       RUN-PAY-CYCLE.
           MOVE 'N' TO WS-MASTER-EOF
                       CLOSE PAY-STUB-FILE
                       CLOSE EMPLOYEE-MASTER-FILE
                   ELSE
                       PERFORM OPEN-YTD-EARNINGS-IO
                       PERFORM OPEN-LEAVE-BALANCE-IO
                       PERFORM OPEN-BANK-TRANSFER-FILES
                       PERFORM WRITE-REGISTER-HEADING
                       PERFORM READ-MASTER
                       PERFORM PAY-ONE-EMPLOYEE UNTIL MASTER-EOF
                       PERFORM WRITE-DEPARTMENT-TOTALS
                       PERFORM WRITE-GRAND-TOTALS
                       IF YTD-OPEN
                           CLOSE YTD-EARNINGS-FILE
                       END-IF
                       IF LEAVE-OPEN
                           CLOSE LEAVE-BALANCE-FILE
                       END-IF
                       PERFORM CLOSE-BANK-TRANSFER-FILES
                       PERFORM POST-CYCLE-CONTROL
                       CLOSE PAY-REGISTER-FILE
                       CLOSE PAY-STUB-FILE
                       CLOSE EMPLOYEE-MASTER-FILE
               END-IF
           END-IF.

      ******************************************************
      * YTDEARN.DAT IS PERMANENT - CREATED BY THE FIRST CYCLE
      * AND OPENED I-O BY EVERY CYCLE AFTER IT.
      ******************************************************
       OPEN-YTD-EARNINGS-IO.
           MOVE 'N' TO WS-YTD-OPEN-SWITCH
           OPEN I-O YTD-EARNINGS-FILE
           IF WS-YTD-STATUS = '35'
               OPEN OUTPUT YTD-EARNINGS-FILE
               IF WS-YTD-STATUS = '00'
                   CLOSE YTD-EARNINGS-FILE
                   OPEN I-O YTD-EARNINGS-FILE
               END-IF
           END-IF
           IF WS-YTD-STATUS = '00'
               MOVE 'Y' TO WS-YTD-OPEN-SWITCH
           ELSE
               DISPLAY 'UNABLE TO OPEN YTDEARN.DAT - STATUS '
                   WS-YTD-STATUS ' - YEAR-TO-DATE NOT POSTED'
           END-IF.

      ******************************************************
      * LEAVEBAL.DAT BELONGS TO THE LEAVE SUBSYSTEM - THE
      * CYCLE NEVER CREATES IT. NOT THERE MEANS NOTHING TO
      * DOCK AND NOTHING TO PAY OUT.
      ******************************************************
       OPEN-LEAVE-BALANCE-IO.
           MOVE 'N' TO WS-LEAVE-OPEN-SWITCH
           OPEN I-O LEAVE-BALANCE-FILE
           IF WS-LEAVE-STATUS = '00'
               MOVE 'Y' TO WS-LEAVE-OPEN-SWITCH
           ELSE
               IF WS-LEAVE-STATUS = '35'
                   DISPLAY 'NO LEAVEBAL.DAT - NO UNPAID LEAVE OR '
                       'VACATION PAYOUTS THIS CYCLE'
               ELSE
                   DISPLAY 'UNABLE TO OPEN LEAVEBAL.DAT - STATUS '
                       WS-LEAVE-STATUS ' - NO UNPAID LEAVE OR '
                       'VACATION PAYOUTS THIS CYCLE'
               END-IF
           END-IF.

       READ-MASTER.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF
           END-READ.

      ******************************************************
      * AN ACTIVE EMPLOYEE IS PAID THE PERIOD SALARY, LESS ANY
      * UNPAID LEAVE, PLUS A VACATION PAYOUT IF THE BALANCE IS
      * FROZEN. A DEPARTED EMPLOYEE IS PAID ONLY WHEN A FINAL
      * PAYOUT IS DUE - THE FINAL CHECK TAKES THE PERCENTAGE
      * DEDUCTIONS BUT NOT THE FLAT ONES, WHICH STOPPED WITH
      * THE EMPLOYMENT.
      ******************************************************
       PAY-ONE-EMPLOYEE.
           PERFORM FETCH-LEAVE-FOR-PAY
           IF MASTER-STATUS = 'D'
               MOVE 'Y' TO WS-FINAL-PAY-SWITCH
           ELSE
               MOVE 'N' TO WS-FINAL-PAY-SWITCH
           END-IF
           IF NOT FINAL-PAY-ONLY OR WS-PAYOUT-HOURS > 0
               PERFORM COMPUTE-PERIOD-GROSS
               PERFORM MARK-LEAVE-TAKEN
               MOVE 0 TO WS-TOTAL-DEDUCTIONS
               PERFORM APPLY-ONE-DEDUCTION
                   VARYING WS-DED-IDX FROM 1 BY 1
                   UNTIL WS-DED-IDX > WS-DED-COUNT
               COMPUTE WS-NET-WORK =
                   WS-PERIOD-GROSS - WS-TOTAL-DEDUCTIONS
               MOVE 'N' TO WS-NET-FLOORED-SWITCH
               IF WS-NET-WORK < 0
                   DISPLAY 'WARNING - DEDUCTIONS EXCEED GROSS FOR '
                       MASTER-EMP-ID ' - NET FLOORED AT ZERO'
                   MOVE 0 TO WS-NET-PAY
                   MOVE 'Y' TO WS-NET-FLOORED-SWITCH
               ELSE
                   MOVE WS-NET-WORK TO WS-NET-PAY
               END-IF
               PERFORM WRITE-STUB-DETAILS
               PERFORM POST-YEAR-TO-DATE
               PERFORM ROUTE-NET-PAY
               PERFORM WRITE-REGISTER-DETAIL
               PERFORM TALLY-PAY-TOTALS
           END-IF
                   WS-PERIOD-GROSS * DED-TABLE-RATE (WS-DED-IDX)
                       / 100
           ELSE
               IF FINAL-PAY-ONLY
                   MOVE 0 TO WS-DED-AMOUNT
               ELSE
                   MOVE DED-TABLE-FLAT (WS-DED-IDX) TO WS-DED-AMOUNT
               END-IF
           END-IF
           ADD WS-DED-AMOUNT TO WS-TOTAL-DEDUCTIONS
           MOVE WS-DED-AMOUNT TO DED-TABLE-LAST-AMT (WS-DED-IDX).

      ******************************************************
      * WHAT THE LEAVE RECORD OWES THIS CYCLE. UNPAID HOURS
      * ARE DUE WHILE NO PAY DATE HAS TAKEN THEM; A FROZEN
      * VACATION BALANCE IS DUE UNTIL THE PAYOUT IS MARKED
      * PAID. EITHER IS DUE AGAIN ON A RERUN OF THE PAY DATE
      * THAT TOOK IT. A RECORD NEVER TOUCHED BY THE PAY CYCLE
      * CARRIES SPACES IN THE UNPAID FIELDS.
      ******************************************************
       FETCH-LEAVE-FOR-PAY.
           MOVE 'N' TO WS-LEAVE-FOUND-SWITCH
           MOVE 'N' TO WS-LEAVE-MOVED-ON-SWITCH
           MOVE 0 TO WS-DOCK-HOURS
           MOVE 0 TO WS-PAYOUT-HOURS
           IF LEAVE-OPEN
               MOVE MASTER-EMP-ID TO LV-EMP-ID
               READ LEAVE-BALANCE-FILE
                   KEY IS LV-EMP-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-LEAVE-FOUND-SWITCH
               END-READ
           END-IF
           IF LEAVE-FOUND
               IF LV-UNPAID-HOURS NOT NUMERIC
                   MOVE 0 TO LV-UNPAID-HOURS
                   MOVE SPACES TO LV-PAY-DATE-TAKEN
               END-IF
               IF LV-PAY-DATE-TAKEN = SPACES
                       OR LV-PAY-DATE-TAKEN = WS-PAY-DATE
                   MOVE LV-UNPAID-HOURS TO WS-DOCK-HOURS
               END-IF
               IF BALANCE-FROZEN
                   IF NOT PAYOUT-PAID
                           OR LV-PAY-DATE-TAKEN = WS-PAY-DATE
                       MOVE LV-VAC-BALANCE TO WS-PAYOUT-HOURS
                   END-IF
               END-IF
               IF LV-PAY-DATE-TAKEN NOT = WS-PAY-DATE
                   PERFORM FETCH-RERUN-DOCK-HOURS
               END-IF
           END-IF.

      ******************************************************
      * ON A RERUN OF A PAY DATE ALREADY POSTED TO YTD, LEAVE
      * MAY SINCE HAVE POSTED NEW UNPAID TIME, WHICH CLEARS
      * THE HOURS THIS PAY DATE TOOK. THE HOURS DOCKED THE
      * FIRST TIME ARE THEN TAKEN FROM THE YTD RECORD SO THE
      * STUBS MATCH, AND THE LEAVE RECORD IS LEFT FOR THE
      * NEXT PAY DATE TO TAKE. THAT PAY DATE PAID NO PAYOUT -
      * ONE IT PAID WOULD STILL CARRY ITS STAMP - SO NEITHER
      * DOES THE RERUN.
      ******************************************************
       FETCH-RERUN-DOCK-HOURS.
           IF YTD-OPEN
               MOVE MASTER-EMP-ID TO YTD-EMP-ID
               MOVE WS-PAY-YEAR TO YTD-YEAR
               READ YTD-EARNINGS-FILE
                   KEY IS YTD-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF YTD-LAST-PAY-DATE = WS-PAY-DATE
                               AND YTD-LAST-DOCK-HOURS IS NUMERIC
                           MOVE 'Y' TO WS-LEAVE-MOVED-ON-SWITCH
                           MOVE YTD-LAST-DOCK-HOURS TO WS-DOCK-HOURS
                           MOVE 0 TO WS-PAYOUT-HOURS
                       END-IF
               END-READ
           END-IF.

      ******************************************************
      * GROSS = PERIOD SALARY - UNPAID LEAVE + PAYOUT. ON A
      * FINAL CHECK THE UNPAID LEAVE COMES OUT OF THE PAYOUT.
      * THE DOCK NEVER TAKES THE GROSS BELOW ZERO - HOURS
      * BEYOND WHAT IS EARNED ARE SIMPLY NOT PAID.
      ******************************************************
       COMPUTE-PERIOD-GROSS.
           MOVE 0 TO WS-REGULAR-PAY
           MOVE 0 TO WS-DOCK-AMOUNT
           MOVE 0 TO WS-PAYOUT-AMOUNT
           COMPUTE WS-HOURLY-RATE ROUNDED =
               MASTER-SALARY / WS-STANDARD-HOURS
           IF NOT FINAL-PAY-ONLY
               COMPUTE WS-REGULAR-PAY ROUNDED =
                   MASTER-SALARY / WS-PERIODS-PER-YEAR
           END-IF
           IF WS-PAYOUT-HOURS > 0
               COMPUTE WS-PAYOUT-AMOUNT ROUNDED =
                   WS-PAYOUT-HOURS * WS-HOURLY-RATE
           END-IF
           IF WS-DOCK-HOURS > 0
               COMPUTE WS-DOCK-AMOUNT ROUNDED =
                   WS-DOCK-HOURS * WS-HOURLY-RATE
               IF WS-DOCK-AMOUNT > WS-REGULAR-PAY + WS-PAYOUT-AMOUNT
                   COMPUTE WS-DOCK-AMOUNT =
                       WS-REGULAR-PAY + WS-PAYOUT-AMOUNT
               END-IF
           END-IF
           COMPUTE WS-PERIOD-GROSS =
               WS-REGULAR-PAY - WS-DOCK-AMOUNT + WS-PAYOUT-AMOUNT
           IF WS-DOCK-AMOUNT > 0
               ADD 1 TO WS-DOCK-COUNT
               ADD WS-DOCK-AMOUNT TO WS-DOCK-TOTAL
           END-IF
           IF WS-PAYOUT-AMOUNT > 0
               ADD 1 TO WS-PAYOUT-COUNT
               ADD WS-PAYOUT-AMOUNT TO WS-PAYOUT-TOTAL
           END-IF.

      ******************************************************
      * STAMP THE LEAVE RECORD WITH THE PAY DATE THAT TOOK
      * IT. UNPAID HOURS TAKEN BY AN EARLIER PAY DATE ARE
      * CLEARED WHEN THE FINAL PAYOUT IS STAMPED, SO A RERUN
      * OF THE FINAL PAY DATE DOES NOT DOCK THEM A SECOND
      * TIME.
      ******************************************************
       MARK-LEAVE-TAKEN.
           IF LEAVE-FOUND AND NOT LEAVE-MOVED-ON
                   AND (WS-DOCK-HOURS > 0 OR WS-PAYOUT-HOURS > 0)
               IF WS-DOCK-HOURS = 0
                   MOVE 0 TO LV-UNPAID-HOURS
               END-IF
               IF WS-PAYOUT-HOURS > 0
                   MOVE 'P' TO LV-FROZEN-FLAG
               END-IF
               MOVE WS-PAY-DATE TO LV-PAY-DATE-TAKEN
               REWRITE LEAVE-BALANCE-RECORD
               IF WS-LEAVE-STATUS NOT = '00'
                   DISPLAY 'LEAVE REWRITE FAILED FOR ' LV-EMP-ID
                       ' - STATUS ' WS-LEAVE-STATUS
                       ' - CHECK BEFORE THE NEXT CYCLE'
               END-IF
           END-IF.

       WRITE-STUB-DETAILS.
           MOVE SPACES TO PAY-STUB-RECORD
           MOVE 'H' TO STUB-REC-TYPE
           MOVE MASTER-EMP-ID TO STUB-EMP-ID
           MOVE WS-PAY-DATE TO STUB-PAY-DATE
           MOVE MASTER-DEPT-CODE TO STUB-DEPT-CODE
           MOVE WS-PERIOD-GROSS TO STUB-GROSS-PAY
           MOVE WS-TOTAL-DEDUCTIONS TO STUB-TOTAL-DED
           MOVE WS-NET-PAY TO STUB-NET-PAY
           WRITE PAY-STUB-RECORD
           IF WS-DOCK-AMOUNT > 0 OR WS-PAYOUT-AMOUNT > 0
               PERFORM WRITE-STUB-EARNINGS
           END-IF
           PERFORM WRITE-ONE-STUB-DETAIL
               VARYING WS-DED-IDX FROM 1 BY 1
               UNTIL WS-DED-IDX > WS-DED-COUNT.

       WRITE-STUB-EARNINGS.
           IF WS-REGULAR-PAY > 0
               MOVE SPACES TO PAY-STUB-RECORD
               MOVE 'E' TO STUB-REC-TYPE
               MOVE MASTER-EMP-ID TO STUB-EMP-ID
               MOVE WS-PAY-DATE TO STUB-PAY-DATE
               MOVE 'REG ' TO STUB-EARN-CODE
               MOVE 'REGULAR SALARY' TO STUB-EARN-DESC
               MOVE 0 TO STUB-EARN-HOURS
               MOVE WS-REGULAR-PAY TO STUB-EARN-AMOUNT
               WRITE PAY-STUB-RECORD
           END-IF
           IF WS-DOCK-AMOUNT > 0
               MOVE SPACES TO PAY-STUB-RECORD
               MOVE 'E' TO STUB-REC-TYPE
               MOVE MASTER-EMP-ID TO STUB-EMP-ID
               MOVE WS-PAY-DATE TO STUB-PAY-DATE
               MOVE 'LWOP' TO STUB-EARN-CODE
               MOVE 'UNPAID LEAVE' TO STUB-EARN-DESC
               MOVE WS-DOCK-HOURS TO STUB-EARN-HOURS
               MOVE '-' TO STUB-EARN-SIGN
               MOVE WS-DOCK-AMOUNT TO STUB-EARN-AMOUNT
               WRITE PAY-STUB-RECORD
           END-IF
           IF WS-PAYOUT-AMOUNT > 0
               MOVE SPACES TO PAY-STUB-RECORD
               MOVE 'E' TO STUB-REC-TYPE
               MOVE MASTER-EMP-ID TO STUB-EMP-ID
               MOVE WS-PAY-DATE TO STUB-PAY-DATE
               MOVE 'VPAY' TO STUB-EARN-CODE
               MOVE 'VACATION PAYOUT' TO STUB-EARN-DESC
               MOVE WS-PAYOUT-HOURS TO STUB-EARN-HOURS
               MOVE WS-PAYOUT-AMOUNT TO STUB-EARN-AMOUNT
               WRITE PAY-STUB-RECORD
           END-IF.

       WRITE-ONE-STUB-DETAIL.
           MOVE SPACES TO PAY-STUB-RECORD
           MOVE 'D' TO STUB-REC-TYPE
           MOVE MASTER-EMP-ID TO STUB-EMP-ID
           MOVE WS-PAY-DATE TO STUB-PAY-DATE
           MOVE DED-TABLE-CODE (WS-DED-IDX) TO STUB-DED-CODE
           MOVE DED-TABLE-DESC (WS-DED-IDX) TO STUB-DED-DESC
           MOVE DED-TABLE-LAST-AMT (WS-DED-IDX) TO STUB-DED-AMOUNT
           WRITE PAY-STUB-RECORD.

      ******************************************************
      * ADD THIS CYCLE'S FIGURES TO THE EMPLOYEE'S RECORD FOR
      * THE PAY-DATE YEAR. A RECORD WHOSE LAST PAY DATE IS
      * THIS PAY DATE OR LATER HAS ALREADY HAD THIS CYCLE (OR
      * A LATER ONE) POSTED - THE RERUN IS COUNTED AND NOTED
      * ON THE REGISTER BUT THE TOTALS ARE LEFT ALONE.
      ******************************************************
       POST-YEAR-TO-DATE.
           MOVE 'N' TO WS-YTD-POSTED-SWITCH
           IF YTD-OPEN
               MOVE 'N' TO WS-YTD-NEW-SWITCH
               MOVE MASTER-EMP-ID TO YTD-EMP-ID
               MOVE WS-PAY-YEAR TO YTD-YEAR
               READ YTD-EARNINGS-FILE
                   KEY IS YTD-KEY
                   INVALID KEY
                       PERFORM BUILD-NEW-YTD-RECORD
               END-READ
               IF NOT YTD-NEW-RECORD
                       AND YTD-LAST-PAY-DATE NOT < WS-PAY-DATE
                   MOVE 'Y' TO WS-YTD-POSTED-SWITCH
                   ADD 1 TO WS-YTD-SKIPPED-COUNT
               ELSE
                   PERFORM ACCUMULATE-YEAR-TO-DATE
               END-IF
           END-IF.

       BUILD-NEW-YTD-RECORD.
           MOVE 'Y' TO WS-YTD-NEW-SWITCH
           MOVE SPACES TO YTD-EARNINGS-RECORD
           MOVE MASTER-EMP-ID TO YTD-EMP-ID
           MOVE WS-PAY-YEAR TO YTD-YEAR
           MOVE 0 TO YTD-PERIODS-PAID
           MOVE 0 TO YTD-GROSS
           MOVE 0 TO YTD-TOTAL-DED
           MOVE 0 TO YTD-NET
           PERFORM CLEAR-YTD-LEAVE-FIGURES
           PERFORM CLEAR-ONE-YTD-SLOT
               VARYING YTD-DED-IDX FROM 1 BY 1
               UNTIL YTD-DED-IDX > WS-YTD-SLOT-MAX.

       CLEAR-YTD-LEAVE-FIGURES.
           MOVE 0 TO YTD-UNPAID-HOURS
           MOVE 0 TO YTD-UNPAID-AMOUNT
           MOVE 0 TO YTD-PAYOUT-HOURS
           MOVE 0 TO YTD-PAYOUT-AMOUNT.

       CLEAR-ONE-YTD-SLOT.
           MOVE SPACES TO YTD-DED-CODE (YTD-DED-IDX)
           MOVE 0 TO YTD-DED-AMOUNT (YTD-DED-IDX).

      ******************************************************
      * RECORDS WRITTEN BEFORE THE LEAVE FIGURES WERE CARRIED
      * HAVE SPACES THERE AND START THEM AT ZERO.
      ******************************************************
       ACCUMULATE-YEAR-TO-DATE.
           IF YTD-UNPAID-HOURS NOT NUMERIC
               PERFORM CLEAR-YTD-LEAVE-FIGURES
           END-IF
           ADD WS-DOCK-HOURS TO YTD-UNPAID-HOURS
           ADD WS-DOCK-AMOUNT TO YTD-UNPAID-AMOUNT
           ADD WS-PAYOUT-HOURS TO YTD-PAYOUT-HOURS
           ADD WS-PAYOUT-AMOUNT TO YTD-PAYOUT-AMOUNT
           MOVE WS-DOCK-HOURS TO YTD-LAST-DOCK-HOURS
           MOVE MASTER-DEPT-CODE TO YTD-DEPT-CODE
           MOVE WS-PAY-DATE TO YTD-LAST-PAY-DATE
           ADD 1 TO YTD-PERIODS-PAID
           ADD WS-PERIOD-GROSS TO YTD-GROSS
           ADD WS-TOTAL-DEDUCTIONS TO YTD-TOTAL-DED
           ADD WS-NET-PAY TO YTD-NET
           PERFORM ACCUMULATE-YTD-DEDUCTION
               VARYING WS-DED-IDX FROM 1 BY 1
               UNTIL WS-DED-IDX > WS-DED-COUNT
           IF YTD-NEW-RECORD
               WRITE YTD-EARNINGS-RECORD
           ELSE
               REWRITE YTD-EARNINGS-RECORD
           END-IF
           IF WS-YTD-STATUS = '00'
               ADD 1 TO WS-YTD-POSTED-COUNT
           ELSE
               DISPLAY 'YTD POST FAILED FOR ' MASTER-EMP-ID
                   ' - STATUS ' WS-YTD-STATUS
           END-IF.

      ******************************************************
      * A DEDUCTION GOES TO THE SLOT ALREADY HOLDING ITS
      * CODE, OR THE FIRST EMPTY ONE. A FULL RECORD LEAVES
      * THE AMOUNT IN YTD-TOTAL-DED ONLY, WITH A WARNING.
      ******************************************************
       ACCUMULATE-YTD-DEDUCTION.
           MOVE 'N' TO WS-YTD-SLOT-SWITCH
           MOVE 0 TO WS-YTD-SLOT-IDX
           PERFORM FIND-YTD-DED-SLOT
               VARYING YTD-DED-IDX FROM 1 BY 1
               UNTIL YTD-DED-IDX > WS-YTD-SLOT-MAX OR YTD-SLOT-FOUND
           IF YTD-SLOT-FOUND
               SET YTD-DED-IDX TO WS-YTD-SLOT-IDX
               MOVE DED-TABLE-CODE (WS-DED-IDX)
                   TO YTD-DED-CODE (YTD-DED-IDX)
               ADD DED-TABLE-LAST-AMT (WS-DED-IDX)
                   TO YTD-DED-AMOUNT (YTD-DED-IDX)
           ELSE
               DISPLAY 'NO FREE YTD DEDUCTION SLOT FOR '
                   MASTER-EMP-ID ' - ' DED-TABLE-CODE (WS-DED-IDX)
           END-IF.

       FIND-YTD-DED-SLOT.
           IF YTD-DED-CODE (YTD-DED-IDX) = DED-TABLE-CODE (WS-DED-IDX)
                   OR YTD-DED-CODE (YTD-DED-IDX) = SPACES
               MOVE 'Y' TO WS-YTD-SLOT-SWITCH
               SET WS-YTD-SLOT-IDX TO YTD-DED-IDX
           END-IF.

      ******************************************************
      * DIRECT DEPOSIT OR CHECK. A NET FLOORED AT ZERO, A
      * MISSING OR MALFORMED SET OF BANK DETAILS, OR NO BANK
      * FILE THIS CYCLE ALL SEND THE EMPLOYEE TO THE
      * PAY-BY-CHECK LIST WITH THE REASON.
      ******************************************************
       ROUTE-NET-PAY.
           PERFORM CHECK-BANK-DETAILS
           EVALUATE TRUE
               WHEN NET-FLOORED
                   MOVE 'NET FLOORED AT ZERO' TO WS-CHECK-REASON
                   PERFORM WRITE-CHECK-EXCEPTION
               WHEN MASTER-BANK-ROUTING = SPACES
                       AND MASTER-BANK-ACCOUNT = SPACES
                   MOVE 'NO BANK DETAILS ON FILE' TO WS-CHECK-REASON
                   PERFORM WRITE-CHECK-EXCEPTION
               WHEN NOT BANK-DETAILS-VALID
                   MOVE 'BANK DETAILS INCOMPLETE' TO WS-CHECK-REASON
                   PERFORM WRITE-CHECK-EXCEPTION
               WHEN WS-NET-PAY = 0
                   MOVE 'ZERO NET PAY' TO WS-CHECK-REASON
                   PERFORM WRITE-CHECK-EXCEPTION
               WHEN NOT BANK-FILE-OPEN
                   MOVE 'NO BANK FILE THIS CYCLE' TO WS-CHECK-REASON
                   PERFORM WRITE-CHECK-EXCEPTION
               WHEN OTHER
                   PERFORM WRITE-BANK-ENTRY
           END-EVALUATE.

       CHECK-BANK-DETAILS.
           MOVE 'Y' TO WS-BANK-VALID-SWITCH
           IF MASTER-BANK-ROUTING NOT NUMERIC
                   OR MASTER-BANK-ACCOUNT = SPACES
               MOVE 'N' TO WS-BANK-VALID-SWITCH
           END-IF
           IF MASTER-BANK-ACCT-TYPE NOT = 'C' AND 'S'
               MOVE 'N' TO WS-BANK-VALID-SWITCH
           END-IF.

       WRITE-BANK-ENTRY.
           ADD 1 TO WS-BANK-ENTRY-COUNT
           MOVE SPACES TO BANK-ENTRY-DETAIL
           MOVE '6' TO BED-RECORD-TYPE
           IF MASTER-BANK-ACCT-TYPE = 'S'
               MOVE '32' TO BED-TRANSACTION-CODE
           ELSE
               MOVE '22' TO BED-TRANSACTION-CODE
           END-IF
           MOVE MASTER-BANK-ROUTING (1:8) TO BED-RECEIVING-DFI
           MOVE MASTER-BANK-ROUTING (9:1) TO BED-CHECK-DIGIT
           MOVE MASTER-BANK-ACCOUNT TO BED-ACCOUNT-NUMBER
           MOVE WS-NET-PAY TO BED-AMOUNT
           MOVE MASTER-EMP-ID TO BED-INDIVIDUAL-ID
           MOVE MASTER-EMP-NAME TO BED-INDIVIDUAL-NAME
           MOVE '0' TO BED-ADDENDA-INDICATOR
           MOVE WS-ORIGIN-ROUTING (1:8) TO BED-TRACE-DFI
           MOVE WS-BANK-ENTRY-COUNT TO BED-TRACE-SEQUENCE
           WRITE BANK-ENTRY-DETAIL
           ADD 1 TO WS-BANK-RECORD-COUNT
           MOVE MASTER-BANK-ROUTING (1:8) TO WS-BANK-DFI-WORK
           ADD WS-BANK-DFI-NUMBER TO WS-BANK-HASH-WORK
           ADD WS-NET-PAY TO WS-BANK-CREDIT-TOTAL.

       WRITE-CHECK-EXCEPTION.
           ADD 1 TO WS-CHECK-COUNT
           ADD WS-NET-PAY TO WS-CHECK-TOTAL
           IF CHECK-LIST-OPEN
               MOVE WS-NET-PAY TO WS-NET-DISPLAY
               MOVE SPACES TO CHECK-EXCEPTION-LINE
               STRING MASTER-EMP-ID ' ' MASTER-EMP-NAME ' '
                   MASTER-DEPT-CODE
                   ' NET ' WS-NET-DISPLAY
                   '  ' WS-CHECK-REASON
                   DELIMITED BY SIZE INTO CHECK-EXCEPTION-LINE
               WRITE CHECK-EXCEPTION-LINE
           END-IF.

       WRITE-REGISTER-DETAIL.
           MOVE WS-PERIOD-GROSS TO WS-GROSS-DISPLAY
           MOVE WS-TOTAL-DEDUCTIONS TO WS-DED-DISPLAY
           MOVE WS-NET-PAY TO WS-NET-DISPLAY
           MOVE SPACES TO REGISTER-LINE
           IF YTD-ALREADY-POSTED
               STRING MASTER-EMP-ID ' ' MASTER-EMP-NAME ' '
                   MASTER-DEPT-CODE
                   ' GROSS ' WS-GROSS-DISPLAY
                   ' DED ' WS-DED-DISPLAY
                   ' NET ' WS-NET-DISPLAY
                   ' YTD ALREADY POSTED'
                   DELIMITED BY SIZE INTO REGISTER-LINE
           ELSE
               STRING MASTER-EMP-ID ' ' MASTER-EMP-NAME ' '
                   MASTER-DEPT-CODE
                   ' GROSS ' WS-GROSS-DISPLAY
                   ' DED ' WS-DED-DISPLAY
                   ' NET ' WS-NET-DISPLAY
                   DELIMITED BY SIZE INTO REGISTER-LINE
           END-IF
           EVALUATE TRUE
               WHEN FINAL-PAY-ONLY
                   MOVE 'FINAL VAC PAYOUT' TO REGISTER-LINE (112:16)
               WHEN WS-DOCK-AMOUNT > 0 AND WS-PAYOUT-AMOUNT > 0
                   MOVE 'LWOP + VAC PAYOUT' TO REGISTER-LINE (112:17)
               WHEN WS-DOCK-AMOUNT > 0
                   MOVE 'UNPAID LEAVE' TO REGISTER-LINE (112:12)
               WHEN WS-PAYOUT-AMOUNT > 0
                   MOVE 'VAC PAYOUT' TO REGISTER-LINE (112:10)
           END-EVALUATE
           WRITE REGISTER-LINE.

       TALLY-PAY-TOTALS.

       WRITE-REGISTER-HEADING.
           MOVE SPACES TO REGISTER-LINE
           STRING 'NET PAY REGISTER - PAY DATE ' WS-PAY-DATE
               ' - ' WS-PERIODS-PER-YEAR ' PERIODS PER YEAR'
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
               ' DED ' WS-TOTAL-DED-DISPLAY
               ' NET ' WS-TOTAL-NET-DISPLAY
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-DOCK-TOTAL TO WS-TOTAL-DED-DISPLAY
           MOVE WS-PAYOUT-TOTAL TO WS-TOTAL-GROSS-DISPLAY
           MOVE SPACES TO REGISTER-LINE
           STRING 'UNPAID LEAVE DOCKED ' WS-DOCK-COUNT
               ' AMOUNT ' WS-TOTAL-DED-DISPLAY
               '   VACATION PAYOUTS ' WS-PAYOUT-COUNT
               ' AMOUNT ' WS-TOTAL-GROSS-DISPLAY
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING 'YEAR-TO-DATE POSTED ' WS-YTD-POSTED-COUNT
               ' ALREADY POSTED FOR THIS PAY DATE '
               WS-YTD-SKIPPED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE.

      ******************************************************
      * RECORD THIS CYCLE'S REGISTER TOTALS UNDER ITS PAY
      * DATE. A RERUN REPLACES THE EARLIER RECORD SO EACH PAY
      * DATE IS COUNTED ONCE IN THE YEAR-END TIE-OUT.
      ******************************************************
       POST-CYCLE-CONTROL.
           OPEN I-O CYCLE-CONTROL-FILE
           IF WS-CONTROL-STATUS = '35'
               OPEN OUTPUT CYCLE-CONTROL-FILE
               IF WS-CONTROL-STATUS = '00'
                   CLOSE CYCLE-CONTROL-FILE
                   OPEN I-O CYCLE-CONTROL-FILE
               END-IF
           END-IF
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN PAYCTL.DAT - STATUS '
                   WS-CONTROL-STATUS ' - CYCLE TOTALS NOT RECORDED'
           ELSE
               MOVE SPACES TO CYCLE-CONTROL-RECORD
               MOVE WS-PAY-DATE TO CTL-PAY-DATE
               MOVE WS-CURRENT-DATE TO CTL-RUN-DATE
               MOVE WS-PERIODS-PER-YEAR TO CTL-PERIODS-PER-YEAR
               MOVE WS-EMPLOYEES-PAID TO CTL-EMPLOYEES-PAID
               MOVE WS-GRAND-GROSS TO CTL-GROSS
               MOVE WS-GRAND-DEDUCTIONS TO CTL-DEDUCTIONS
               MOVE WS-GRAND-NET TO CTL-NET
               WRITE CYCLE-CONTROL-RECORD
                   INVALID KEY
                       REWRITE CYCLE-CONTROL-RECORD
               END-WRITE
               IF WS-CONTROL-STATUS NOT = '00'
                   DISPLAY 'PAYCTL.DAT WRITE FAILED - STATUS '
                       WS-CONTROL-STATUS
               END-IF
               CLOSE CYCLE-CONTROL-FILE
           END-IF.

      ******************************************************
      * OPEN THE PAY-BY-CHECK LIST AND, WHEN BANKPARM.DAT
      * NAMES THE ORIGINATOR, THE BANK FILE WITH ITS FILE AND
      * BATCH HEADERS. ONE BATCH PER CYCLE, EFFECTIVE ON THE
      * PAY DATE.
      ******************************************************
       OPEN-BANK-TRANSFER-FILES.
           MOVE 'N' TO WS-CHECK-LIST-SWITCH
           OPEN OUTPUT CHECK-EXCEPTION-FILE
           IF WS-CHECKPAY-STATUS = '00'
               MOVE 'Y' TO WS-CHECK-LIST-SWITCH
               MOVE SPACES TO CHECK-EXCEPTION-LINE
               STRING 'PAY-BY-CHECK EXCEPTION LIST - PAY DATE '
                   WS-PAY-DATE
                   DELIMITED BY SIZE INTO CHECK-EXCEPTION-LINE
               WRITE CHECK-EXCEPTION-LINE
               MOVE SPACES TO CHECK-EXCEPTION-LINE
               WRITE CHECK-EXCEPTION-LINE
           ELSE
               DISPLAY 'UNABLE TO OPEN CHECKPAY.RPT - STATUS '
                   WS-CHECKPAY-STATUS
           END-IF
           MOVE 'N' TO WS-BANK-FILE-SWITCH
           PERFORM LOAD-BANK-PARAMETERS
           IF WS-ORIGIN-ROUTING NOT = SPACES
               OPEN OUTPUT BANK-TRANSFER-FILE
               IF WS-BANKXFR-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN BANKXFR.DAT - STATUS '
                       WS-BANKXFR-STATUS ' - ALL NET PAY BY CHECK'
               ELSE
                   MOVE 'Y' TO WS-BANK-FILE-SWITCH
                   PERFORM WRITE-BANK-HEADERS
               END-IF
           END-IF.

       LOAD-BANK-PARAMETERS.
           MOVE SPACES TO WS-ORIGIN-ROUTING
           OPEN INPUT BANK-PARM-FILE
           IF WS-BANKPARM-STATUS NOT = '00'
               DISPLAY 'NO BANKPARM.DAT (STATUS ' WS-BANKPARM-STATUS
                   ') - NO BANK FILE, ALL NET PAY BY CHECK'
           ELSE
               READ BANK-PARM-FILE
                   AT END
                       DISPLAY 'BANKPARM.DAT IS EMPTY - NO BANK FILE, '
                           'ALL NET PAY BY CHECK'
                   NOT AT END
                       IF BPRM-ORIGIN-ROUTING NOT NUMERIC
                               OR BPRM-COMPANY-ID = SPACES
                           DISPLAY 'BAD ORIGINATOR ON BANKPARM.DAT - '
                               'NO BANK FILE, ALL NET PAY BY CHECK'
                       ELSE
                           MOVE BPRM-ORIGIN-ROUTING
                               TO WS-ORIGIN-ROUTING
                           MOVE BPRM-COMPANY-ID
                               TO WS-ORIGIN-COMPANY-ID
                           MOVE BPRM-COMPANY-NAME
                               TO WS-ORIGIN-COMPANY-NAME
                           MOVE BPRM-BANK-NAME
                               TO WS-ORIGIN-BANK-NAME
                       END-IF
               END-READ
               CLOSE BANK-PARM-FILE
           END-IF.

       WRITE-BANK-HEADERS.
           MOVE SPACES TO BANK-FILE-HEADER
           MOVE '1' TO BFH-RECORD-TYPE
           MOVE '01' TO BFH-PRIORITY
           STRING ' ' WS-ORIGIN-ROUTING
               DELIMITED BY SIZE INTO BFH-DESTINATION
           MOVE WS-ORIGIN-COMPANY-ID TO BFH-ORIGIN
           MOVE WS-CURRENT-DATE (3:6) TO BFH-CREATION-DATE
           MOVE WS-CURRENT-TIME (1:4) TO BFH-CREATION-TIME
           MOVE 'A' TO BFH-FILE-ID-MODIFIER
           MOVE '094' TO BFH-RECORD-SIZE
           MOVE '10' TO BFH-BLOCKING-FACTOR
           MOVE '1' TO BFH-FORMAT-CODE
           MOVE WS-ORIGIN-BANK-NAME TO BFH-DESTINATION-NAME
           MOVE WS-ORIGIN-COMPANY-NAME TO BFH-ORIGIN-NAME
           WRITE BANK-FILE-HEADER
           ADD 1 TO WS-BANK-RECORD-COUNT
           MOVE SPACES TO BANK-BATCH-HEADER
           MOVE '5' TO BBH-RECORD-TYPE
           MOVE '220' TO BBH-SERVICE-CLASS
           MOVE WS-ORIGIN-COMPANY-NAME TO BBH-COMPANY-NAME
           MOVE WS-ORIGIN-COMPANY-ID TO BBH-COMPANY-ID
           MOVE 'PPD' TO BBH-ENTRY-CLASS
           MOVE 'PAYROLL' TO BBH-ENTRY-DESC
           MOVE WS-PAY-DATE (3:6) TO BBH-DESCRIPTIVE-DATE
           MOVE WS-PAY-DATE (3:6) TO BBH-EFFECTIVE-DATE
           MOVE '1' TO BBH-ORIGINATOR-STATUS
           MOVE WS-ORIGIN-ROUTING (1:8) TO BBH-ORIGINATING-DFI
           MOVE 1 TO BBH-BATCH-NUMBER
           WRITE BANK-BATCH-HEADER
           ADD 1 TO WS-BANK-RECORD-COUNT.

      ******************************************************
      * CLOSE THE BATCH AND THE FILE WITH THEIR CONTROL
      * TOTALS, FILL THE LAST BLOCK WITH NINES, AND FOOT THE
      * PAY-BY-CHECK LIST.
      ******************************************************
       CLOSE-BANK-TRANSFER-FILES.
           IF BANK-FILE-OPEN
               MOVE WS-BANK-HASH-WORK TO WS-BANK-ENTRY-HASH
               MOVE SPACES TO BANK-BATCH-CONTROL
               MOVE '8' TO BBC-RECORD-TYPE
               MOVE '220' TO BBC-SERVICE-CLASS
               MOVE WS-BANK-ENTRY-COUNT TO BBC-ENTRY-COUNT
               MOVE WS-BANK-ENTRY-HASH TO BBC-ENTRY-HASH
               MOVE 0 TO BBC-TOTAL-DEBIT
               MOVE WS-BANK-CREDIT-TOTAL TO BBC-TOTAL-CREDIT
               MOVE WS-ORIGIN-COMPANY-ID TO BBC-COMPANY-ID
               MOVE WS-ORIGIN-ROUTING (1:8) TO BBC-ORIGINATING-DFI
               MOVE 1 TO BBC-BATCH-NUMBER
               WRITE BANK-BATCH-CONTROL
               ADD 2 TO WS-BANK-RECORD-COUNT
               COMPUTE WS-BANK-BLOCK-COUNT =
                   (WS-BANK-RECORD-COUNT + 9) / 10
               COMPUTE WS-BANK-FILL-COUNT =
                   WS-BANK-BLOCK-COUNT * 10 - WS-BANK-RECORD-COUNT
               MOVE SPACES TO BANK-FILE-CONTROL
               MOVE '9' TO BFC-RECORD-TYPE
               MOVE 1 TO BFC-BATCH-COUNT
               MOVE WS-BANK-BLOCK-COUNT TO BFC-BLOCK-COUNT
               MOVE WS-BANK-ENTRY-COUNT TO BFC-ENTRY-COUNT
               MOVE WS-BANK-ENTRY-HASH TO BFC-ENTRY-HASH
               MOVE 0 TO BFC-TOTAL-DEBIT
               MOVE WS-BANK-CREDIT-TOTAL TO BFC-TOTAL-CREDIT
               WRITE BANK-FILE-CONTROL
               PERFORM WRITE-BANK-FILL-RECORD
                   VARYING WS-BANK-FILL-IDX FROM 1 BY 1
                   UNTIL WS-BANK-FILL-IDX > WS-BANK-FILL-COUNT
               CLOSE BANK-TRANSFER-FILE
           END-IF
           MOVE WS-BANK-CREDIT-TOTAL TO WS-BANK-TOTAL-DISPLAY
           MOVE SPACES TO REGISTER-LINE
           STRING 'DIRECT DEPOSITS ' WS-BANK-ENTRY-COUNT
               ' TOTAL ' WS-BANK-TOTAL-DISPLAY
               ' ROUTING HASH ' WS-BANK-ENTRY-HASH
               '   PAY BY CHECK ' WS-CHECK-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           IF CHECK-LIST-OPEN
               MOVE WS-CHECK-TOTAL TO WS-TOTAL-NET-DISPLAY
               MOVE SPACES TO CHECK-EXCEPTION-LINE
               WRITE CHECK-EXCEPTION-LINE
               MOVE SPACES TO CHECK-EXCEPTION-LINE
               STRING 'EMPLOYEES TO BE PAID BY CHECK: ' WS-CHECK-COUNT
                   '  NET ' WS-TOTAL-NET-DISPLAY
                   DELIMITED BY SIZE INTO CHECK-EXCEPTION-LINE
               WRITE CHECK-EXCEPTION-LINE
               CLOSE CHECK-EXCEPTION-FILE
           END-IF.

       WRITE-BANK-FILL-RECORD.
           MOVE ALL '9' TO BANK-FILL-RECORD
           WRITE BANK-FILL-RECORD.
