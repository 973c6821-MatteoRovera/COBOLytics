       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-YEAR-END-STATEMENTS.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO "EMPMAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-EMP-ID
               ALTERNATE RECORD KEY IS MASTER-EMP-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MASTER-DEPT-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT DEDUCTION-TABLE-FILE
               ASSIGN TO "DEDUCT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DEDUCT-STATUS.

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

           SELECT STATEMENT-REPORT-FILE
               ASSIGN TO "YTDSTMT.RPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.

           SELECT RECAP-REPORT-FILE
               ASSIGN TO "YTDRECAP.RPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RECAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  MASTER-RECORD.
           05  MASTER-EMP-ID           PIC X(8).
           05  MASTER-EMP-NAME         PIC X(30).
           05  MASTER-EMP-ADDRESS      PIC X(50).
           05  MASTER-EMP-PHONE        PIC X(12).
           05  MASTER-DEPT-CODE        PIC X(4).
           05  MASTER-JOB-TITLE        PIC X(25).
           05  MASTER-HIRE-DATE        PIC X(8).
           05  MASTER-SALARY           PIC 9(7)V99.
           05  MASTER-STATUS           PIC X(1).
           05  MASTER-LAST-UPDATE      PIC X(8).
           05  FILLER                  PIC X(45).

      ******************************************************
      * MUST MATCH THE DEDUCTION-TABLE-FILE FD IN
      * PAY-CYCLE-RUN - READ HERE ONLY FOR THE DESCRIPTIONS
      * PRINTED BESIDE EACH YEAR-TO-DATE DEDUCTION CODE.
      ******************************************************
       FD  DEDUCTION-TABLE-FILE
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  DEDUCTION-RECORD.
           05  DED-CODE                PIC X(4).
           05  DED-DESC                PIC X(20).
           05  DED-TYPE                PIC X(1).
           05  DED-RATE                PIC 9(3)V99.
           05  DED-FLAT                PIC 9(5)V99.
           05  FILLER                  PIC X(3).

      ******************************************************
      * MUST MATCH THE YTD-EARNINGS-FILE FD IN PAY-CYCLE-RUN.
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
           05  FILLER                  PIC X(44).

      ******************************************************
      * MUST MATCH THE CYCLE-CONTROL-FILE FD IN PAY-CYCLE-RUN
      * - ONE RECORD PER PAY DATE HOLDING THAT CYCLE'S
      * PAYREG.RPT GRAND TOTALS.
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

       FD  STATEMENT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  STATEMENT-LINE              PIC X(132).

       FD  RECAP-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  RECAP-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS            PIC X(2).
       01  WS-DEDUCT-STATUS            PIC X(2).
       01  WS-YTD-STATUS               PIC X(2).
       01  WS-CONTROL-STATUS           PIC X(2).
       01  WS-STATEMENT-STATUS         PIC X(2).
       01  WS-RECAP-STATUS             PIC X(2).

       01  WS-EOF-FLAGS.
           05  WS-DEDUCT-EOF           PIC X(1) VALUE 'N'.
               88  DEDUCT-EOF          VALUE 'Y'.
           05  WS-YTD-EOF              PIC X(1) VALUE 'N'.
               88  YTD-EOF             VALUE 'Y'.
           05  WS-CONTROL-EOF          PIC X(1) VALUE 'N'.
               88  CONTROL-EOF         VALUE 'Y'.

       01  WS-CURRENT-DATE             PIC X(8).

      ******************************************************
      * THE STATEMENT YEAR COMES IN AS A YYYY PARM ON THE
      * COMMAND LINE SO THE SCHEDULER CAN DRIVE THE RUN; AN
      * OPERATOR AT A TERMINAL IS PROMPTED INSTEAD.
      ******************************************************
       01  WS-STATEMENT-YEAR           PIC X(4) VALUE SPACES.

       01  WS-MASTER-OPEN-SWITCH       PIC X(1) VALUE 'N'.
           88  MASTER-OPEN             VALUE 'Y'.
       01  WS-STATEMENT-OPEN-SWITCH    PIC X(1) VALUE 'N'.
           88  STATEMENT-FILE-OPEN     VALUE 'Y'.
       01  WS-STATEMENT-NAME           PIC X(30).

      ******************************************************
      * COMPANY RECAP BY DEDUCTION CODE - BUILT FROM THE
      * YEAR'S YTD RECORDS. DESCRIPTIONS COME FROM DEDUCT.DAT;
      * A CODE SINCE REMOVED FROM THE PARAMETER FILE STILL
      * PRINTS, WITH A BLANK DESCRIPTION.
      ******************************************************
       01  WS-RECAP-TABLE-MAX          PIC 9(2) VALUE 40.
       01  WS-RECAP-COUNT              PIC 9(2) VALUE 0.
       01  WS-RECAP-TABLE.
           05  RECAP-ENTRY OCCURS 40 TIMES
                   INDEXED BY WS-RECAP-IDX.
               10  RECAP-DED-CODE      PIC X(4).
               10  RECAP-DED-DESC      PIC X(20).
               10  RECAP-DED-AMOUNT    PIC 9(9)V99 VALUE 0.
       01  WS-RECAP-LOOKUP-CODE        PIC X(4).
       01  WS-RECAP-MATCH-IDX          PIC 9(2) VALUE 0.
       01  WS-RECAP-FOUND-SWITCH       PIC X(1) VALUE 'N'.
           88  RECAP-FOUND             VALUE 'Y'.

      ******************************************************
      * YEAR TOTALS FROM THE TWO SIDES OF THE TIE-OUT - THE
      * EMPLOYEE YTD RECORDS AND THE CYCLE REGISTER TOTALS.
      * ANY DIFFERENCE RETURNS 8 SO NOTHING DOWNSTREAM USES
      * THE FIGURES UNTIL PAYROLL HAS EXPLAINED IT.
      ******************************************************
       01  WS-STATEMENT-COUNT          PIC 9(7) VALUE 0.
       01  WS-YTD-GROSS-TOTAL          PIC 9(11)V99 VALUE 0.
       01  WS-YTD-DED-TOTAL            PIC 9(11)V99 VALUE 0.
       01  WS-YTD-NET-TOTAL            PIC 9(11)V99 VALUE 0.
       01  WS-YTD-CODE-TOTAL           PIC 9(11)V99 VALUE 0.
       01  WS-CYCLE-COUNT              PIC 9(3) VALUE 0.
       01  WS-CYCLE-GROSS-TOTAL        PIC 9(11)V99 VALUE 0.
       01  WS-CYCLE-DED-TOTAL          PIC 9(11)V99 VALUE 0.
       01  WS-CYCLE-NET-TOTAL          PIC 9(11)V99 VALUE 0.
       01  WS-GROSS-DIFFERENCE         PIC S9(11)V99 VALUE 0.
       01  WS-DED-DIFFERENCE           PIC S9(11)V99 VALUE 0.
       01  WS-NET-DIFFERENCE           PIC S9(11)V99 VALUE 0.
       01  WS-CODE-DIFFERENCE          PIC S9(11)V99 VALUE 0.
       01  WS-OUT-OF-BALANCE-SWITCH    PIC X(1) VALUE 'N'.
           88  OUT-OF-BALANCE          VALUE 'Y'.

       01  WS-HOURS-DISPLAY            PIC Z(4)9.99.
       01  WS-AMOUNT-DISPLAY           PIC Z(8)9.99.
       01  WS-TOTAL-DISPLAY            PIC Z(10)9.99.
       01  WS-CYCLE-DISPLAY            PIC Z(10)9.99.
       01  WS-DIFF-DISPLAY             PIC -(10)9.99.

       PROCEDURE DIVISION.

      ******************************************************
      * YEAR-END EARNINGS - ONE STATEMENT PER EMPLOYEE WITH A
      * YTDEARN.DAT RECORD FOR THE YEAR, THEN A COMPANY RECAP
      * THAT TIES THE SUM OF THOSE RECORDS BACK TO THE SUM OF
      * THE CYCLE REGISTERS RECORDED ON PAYCTL.DAT.
      ******************************************************
       MAIN-LOGIC.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STATEMENT-YEAR FROM COMMAND-LINE
           IF WS-STATEMENT-YEAR = SPACES
               DISPLAY 'Statement year (YYYY): '
                   WITH NO ADVANCING
               ACCEPT WS-STATEMENT-YEAR
           END-IF

           IF WS-STATEMENT-YEAR NOT NUMERIC
               DISPLAY 'INVALID STATEMENT YEAR - RUN ABANDONED'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-DEDUCTION-DESCRIPTIONS
               PERFORM PRINT-ANNUAL-STATEMENTS
               PERFORM TOTAL-CYCLE-REGISTERS
               PERFORM PRINT-COMPANY-RECAP
               IF OUT-OF-BALANCE
                   DISPLAY 'YEAR-END RECAP OUT OF BALANCE - SEE '
                       'YTDRECAP.RPT'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY 'YEAR-END STATEMENTS COMPLETE - '
                       WS-STATEMENT-COUNT ' STATEMENTS'
               END-IF
           END-IF
           STOP RUN.

      ******************************************************
      * SEED THE RECAP TABLE WITH EVERY CODE ON DEDUCT.DAT SO
      * THE RECAP LISTS THEM IN PARAMETER-FILE ORDER.
      ******************************************************
       LOAD-DEDUCTION-DESCRIPTIONS.
           MOVE 0 TO WS-RECAP-COUNT
           OPEN INPUT DEDUCTION-TABLE-FILE
           IF WS-DEDUCT-STATUS NOT = '00'
               DISPLAY 'NO DEDUCT.DAT (STATUS ' WS-DEDUCT-STATUS
                   ') - DEDUCTIONS PRINT WITHOUT DESCRIPTIONS'
           ELSE
               MOVE 'N' TO WS-DEDUCT-EOF
               PERFORM READ-DEDUCTION
               PERFORM SEED-RECAP-ENTRY UNTIL DEDUCT-EOF
               CLOSE DEDUCTION-TABLE-FILE
           END-IF.

       READ-DEDUCTION.
           READ DEDUCTION-TABLE-FILE
               AT END
                   MOVE 'Y' TO WS-DEDUCT-EOF
           END-READ.

       SEED-RECAP-ENTRY.
           MOVE DED-CODE TO WS-RECAP-LOOKUP-CODE
           PERFORM FIND-OR-ADD-RECAP-ENTRY
           IF RECAP-FOUND
               MOVE DED-DESC TO RECAP-DED-DESC (WS-RECAP-MATCH-IDX)
           END-IF
           PERFORM READ-DEDUCTION.

      ******************************************************
      * LOCATE WS-RECAP-LOOKUP-CODE, ADDING IT WHEN ROOM
      * REMAINS. RECAP-FOUND IS LEFT OFF ONLY WHEN THE TABLE
      * IS FULL.
      ******************************************************
       FIND-OR-ADD-RECAP-ENTRY.
           MOVE 'N' TO WS-RECAP-FOUND-SWITCH
           MOVE 0 TO WS-RECAP-MATCH-IDX
           PERFORM SCAN-RECAP-ENTRY
               VARYING WS-RECAP-IDX FROM 1 BY 1
               UNTIL WS-RECAP-IDX > WS-RECAP-COUNT OR RECAP-FOUND
           IF NOT RECAP-FOUND
               IF WS-RECAP-COUNT >= WS-RECAP-TABLE-MAX
                   DISPLAY 'RECAP TABLE FULL - DEDUCTION CODE '
                       WS-RECAP-LOOKUP-CODE ' NOT ITEMIZED'
               ELSE
                   ADD 1 TO WS-RECAP-COUNT
                   SET WS-RECAP-IDX TO WS-RECAP-COUNT
                   MOVE WS-RECAP-LOOKUP-CODE
                       TO RECAP-DED-CODE (WS-RECAP-IDX)
                   MOVE SPACES TO RECAP-DED-DESC (WS-RECAP-IDX)
                   MOVE 0 TO RECAP-DED-AMOUNT (WS-RECAP-IDX)
                   MOVE WS-RECAP-COUNT TO WS-RECAP-MATCH-IDX
                   MOVE 'Y' TO WS-RECAP-FOUND-SWITCH
               END-IF
           END-IF.

       SCAN-RECAP-ENTRY.
           IF RECAP-DED-CODE (WS-RECAP-IDX) = WS-RECAP-LOOKUP-CODE
               MOVE 'Y' TO WS-RECAP-FOUND-SWITCH
               SET WS-RECAP-MATCH-IDX TO WS-RECAP-IDX
           END-IF.

      ******************************************************
      * ONE PASS OF YTDEARN.DAT IN EMPLOYEE ORDER. THE MASTER
      * IS READ ONLY FOR THE NAME - AN EMPLOYEE PURGED SINCE
      * THE LAST CYCLE STILL GETS A STATEMENT.
      ******************************************************
       PRINT-ANNUAL-STATEMENTS.
           OPEN INPUT YTD-EARNINGS-FILE
           IF WS-YTD-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN YTDEARN.DAT - STATUS '
                   WS-YTD-STATUS
               MOVE 'Y' TO WS-OUT-OF-BALANCE-SWITCH
           ELSE
               MOVE 'N' TO WS-STATEMENT-OPEN-SWITCH
               OPEN OUTPUT STATEMENT-REPORT-FILE
               IF WS-STATEMENT-STATUS = '00'
                   MOVE 'Y' TO WS-STATEMENT-OPEN-SWITCH
               ELSE
                   DISPLAY 'UNABLE TO OPEN YTDSTMT.RPT - STATUS '
                       WS-STATEMENT-STATUS ' - NO STATEMENTS PRINTED'
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 'N' TO WS-MASTER-OPEN-SWITCH
               OPEN INPUT EMPLOYEE-MASTER-FILE
               IF WS-MASTER-STATUS = '00'
                   MOVE 'Y' TO WS-MASTER-OPEN-SWITCH
               ELSE
                   DISPLAY 'UNABLE TO OPEN EMPMAS.DAT - STATUS '
                       WS-MASTER-STATUS ' - NAMES NOT PRINTED'
               END-IF
               MOVE 'N' TO WS-YTD-EOF
               PERFORM READ-YTD-EARNINGS
               PERFORM SELECT-YTD-RECORD UNTIL YTD-EOF
               IF MASTER-OPEN
                   CLOSE EMPLOYEE-MASTER-FILE
               END-IF
               IF STATEMENT-FILE-OPEN
                   CLOSE STATEMENT-REPORT-FILE
               END-IF
               CLOSE YTD-EARNINGS-FILE
           END-IF.

       READ-YTD-EARNINGS.
           READ YTD-EARNINGS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-YTD-EOF
           END-READ.

       SELECT-YTD-RECORD.
           IF YTD-YEAR = WS-STATEMENT-YEAR
               IF STATEMENT-FILE-OPEN
                   PERFORM PRINT-ONE-STATEMENT
               END-IF
               PERFORM TALLY-YTD-RECORD
           END-IF
           PERFORM READ-YTD-EARNINGS.

       PRINT-ONE-STATEMENT.
           ADD 1 TO WS-STATEMENT-COUNT
           MOVE '(NOT ON MASTER)' TO WS-STATEMENT-NAME
           IF MASTER-OPEN
               MOVE YTD-EMP-ID TO MASTER-EMP-ID
               READ EMPLOYEE-MASTER-FILE
                   KEY IS MASTER-EMP-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MASTER-EMP-NAME TO WS-STATEMENT-NAME
               END-READ
           END-IF

           MOVE SPACES TO STATEMENT-LINE
           STRING 'ANNUAL EARNINGS STATEMENT - YEAR '
               WS-STATEMENT-YEAR
               '  PRINTED ' WS-CURRENT-DATE
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING 'EMPLOYEE: ' YTD-EMP-ID ' ' WS-STATEMENT-NAME
               '  DEPT: ' YTD-DEPT-CODE
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING 'PAY PERIODS: ' YTD-PERIODS-PAID
               '  LAST PAY DATE: ' YTD-LAST-PAY-DATE
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE YTD-GROSS TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING '  GROSS EARNINGS                 '
               WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF YTD-UNPAID-HOURS IS NUMERIC
               PERFORM PRINT-STATEMENT-LEAVE
           END-IF
           MOVE SPACES TO STATEMENT-LINE
           STRING '  DEDUCTIONS WITHHELD'
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           PERFORM PRINT-STATEMENT-DEDUCTION
               VARYING YTD-DED-IDX FROM 1 BY 1
               UNTIL YTD-DED-IDX > 20
           MOVE YTD-TOTAL-DED TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING '  TOTAL DEDUCTIONS               '
               WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE YTD-NET TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING '  NET PAY                        '
               WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE ALL '-' TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

      ******************************************************
      * GROSS ALREADY NETS OUT UNPAID LEAVE AND INCLUDES ANY
      * VACATION PAYOUT - THESE LINES SHOW HOW MUCH OF EACH.
      ******************************************************
       PRINT-STATEMENT-LEAVE.
           IF YTD-UNPAID-AMOUNT > 0
               MOVE YTD-UNPAID-AMOUNT TO WS-AMOUNT-DISPLAY
               MOVE YTD-UNPAID-HOURS TO WS-HOURS-DISPLAY
               MOVE SPACES TO STATEMENT-LINE
               STRING '    AFTER UNPAID LEAVE OF        '
                   WS-AMOUNT-DISPLAY '  (' WS-HOURS-DISPLAY
                   ' HOURS)'
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           IF YTD-PAYOUT-AMOUNT > 0
               MOVE YTD-PAYOUT-AMOUNT TO WS-AMOUNT-DISPLAY
               MOVE YTD-PAYOUT-HOURS TO WS-HOURS-DISPLAY
               MOVE SPACES TO STATEMENT-LINE
               STRING '    INCLUDING VACATION PAYOUT    '
                   WS-AMOUNT-DISPLAY '  (' WS-HOURS-DISPLAY
                   ' HOURS)'
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

       PRINT-STATEMENT-DEDUCTION.
           IF YTD-DED-CODE (YTD-DED-IDX) NOT = SPACES
               MOVE YTD-DED-CODE (YTD-DED-IDX) TO WS-RECAP-LOOKUP-CODE
               PERFORM FIND-OR-ADD-RECAP-ENTRY
               MOVE YTD-DED-AMOUNT (YTD-DED-IDX) TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO STATEMENT-LINE
               IF RECAP-FOUND
                   STRING '    ' YTD-DED-CODE (YTD-DED-IDX) ' '
                       RECAP-DED-DESC (WS-RECAP-MATCH-IDX) '    '
                       WS-AMOUNT-DISPLAY
                       DELIMITED BY SIZE INTO STATEMENT-LINE
               ELSE
                   STRING '    ' YTD-DED-CODE (YTD-DED-IDX) ' '
                       '                        '
                       WS-AMOUNT-DISPLAY
                       DELIMITED BY SIZE INTO STATEMENT-LINE
               END-IF
               WRITE STATEMENT-LINE
           END-IF.

       TALLY-YTD-RECORD.
           ADD YTD-GROSS TO WS-YTD-GROSS-TOTAL
           ADD YTD-TOTAL-DED TO WS-YTD-DED-TOTAL
           ADD YTD-NET TO WS-YTD-NET-TOTAL
           PERFORM TALLY-YTD-DEDUCTION
               VARYING YTD-DED-IDX FROM 1 BY 1
               UNTIL YTD-DED-IDX > 20.

       TALLY-YTD-DEDUCTION.
           IF YTD-DED-CODE (YTD-DED-IDX) NOT = SPACES
               ADD YTD-DED-AMOUNT (YTD-DED-IDX) TO WS-YTD-CODE-TOTAL
               MOVE YTD-DED-CODE (YTD-DED-IDX) TO WS-RECAP-LOOKUP-CODE
               PERFORM FIND-OR-ADD-RECAP-ENTRY
               IF RECAP-FOUND
                   ADD YTD-DED-AMOUNT (YTD-DED-IDX)
                       TO RECAP-DED-AMOUNT (WS-RECAP-MATCH-IDX)
               END-IF
           END-IF.

      ******************************************************
      * SUM THE CYCLE REGISTER TOTALS FOR EVERY PAY DATE IN
      * THE STATEMENT YEAR.
      ******************************************************
       TOTAL-CYCLE-REGISTERS.
           OPEN INPUT CYCLE-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN PAYCTL.DAT - STATUS '
                   WS-CONTROL-STATUS ' - NOTHING TO TIE TO'
               MOVE 'Y' TO WS-OUT-OF-BALANCE-SWITCH
           ELSE
               MOVE 'N' TO WS-CONTROL-EOF
               PERFORM READ-CYCLE-CONTROL
               PERFORM TALLY-CYCLE-CONTROL UNTIL CONTROL-EOF
               CLOSE CYCLE-CONTROL-FILE
           END-IF.

       READ-CYCLE-CONTROL.
           READ CYCLE-CONTROL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CONTROL-EOF
           END-READ.

       TALLY-CYCLE-CONTROL.
           IF CTL-PAY-DATE (1:4) = WS-STATEMENT-YEAR
               ADD 1 TO WS-CYCLE-COUNT
               ADD CTL-GROSS TO WS-CYCLE-GROSS-TOTAL
               ADD CTL-DEDUCTIONS TO WS-CYCLE-DED-TOTAL
               ADD CTL-NET TO WS-CYCLE-NET-TOTAL
           END-IF
           PERFORM READ-CYCLE-CONTROL.

       PRINT-COMPANY-RECAP.
           COMPUTE WS-GROSS-DIFFERENCE =
               WS-YTD-GROSS-TOTAL - WS-CYCLE-GROSS-TOTAL
           COMPUTE WS-DED-DIFFERENCE =
               WS-YTD-DED-TOTAL - WS-CYCLE-DED-TOTAL
           COMPUTE WS-NET-DIFFERENCE =
               WS-YTD-NET-TOTAL - WS-CYCLE-NET-TOTAL
           COMPUTE WS-CODE-DIFFERENCE =
               WS-YTD-DED-TOTAL - WS-YTD-CODE-TOTAL
           IF WS-GROSS-DIFFERENCE NOT = 0
                   OR WS-DED-DIFFERENCE NOT = 0
                   OR WS-NET-DIFFERENCE NOT = 0
                   OR WS-CODE-DIFFERENCE NOT = 0
               MOVE 'Y' TO WS-OUT-OF-BALANCE-SWITCH
           END-IF

           OPEN OUTPUT RECAP-REPORT-FILE
           IF WS-RECAP-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN YTDRECAP.RPT - STATUS '
                   WS-RECAP-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-COMPANY-RECAP
           END-IF.

       WRITE-COMPANY-RECAP.
           MOVE SPACES TO RECAP-LINE
           STRING 'YEAR-END EARNINGS RECAP - YEAR ' WS-STATEMENT-YEAR
               ' - RUN DATE ' WS-CURRENT-DATE
               DELIMITED BY SIZE INTO RECAP-LINE
           WRITE RECAP-LINE
           MOVE SPACES TO RECAP-LINE
           WRITE RECAP-LINE
           MOVE SPACES TO RECAP-LINE
           STRING 'STATEMENTS PRINTED: ' WS-STATEMENT-COUNT
               '   PAY CYCLES ON FILE: ' WS-CYCLE-COUNT
               DELIMITED BY SIZE INTO RECAP-LINE
           WRITE RECAP-LINE
           MOVE SPACES TO RECAP-LINE
           WRITE RECAP-LINE

           MOVE SPACES TO RECAP-LINE
           STRING 'DEDUCTIONS BY CODE'
               DELIMITED BY SIZE INTO RECAP-LINE
           WRITE RECAP-LINE
           PERFORM WRITE-RECAP-DEDUCTION
               VARYING WS-RECAP-IDX FROM 1 BY 1
               UNTIL WS-RECAP-IDX > WS-RECAP-COUNT
           MOVE SPACES TO RECAP-LINE
           WRITE RECAP-LINE

           MOVE SPACES TO RECAP-LINE
           STRING '                      YTD RECORDS  '
               '  CYCLE REGISTERS       DIFFERENCE'
               DELIMITED BY SIZE INTO RECAP-LINE
           WRITE RECAP-LINE
           MOVE WS-YTD-GROSS-TOTAL TO WS-TOTAL-DISPLAY
           MOVE WS-CYCLE-GROSS-TOTAL TO WS-CYCLE-DISPLAY
           MOVE WS-GROSS-DIFFERENCE TO WS-DIFF-DISPLAY
           MOVE SPACES TO RECAP-LINE
           STRING 'GROSS           ' WS-TOTAL-DISPLAY '  '
               WS-CYCLE-DISPLAY '  ' WS-DIFF-DISPLAY
               DELIMITED BY SIZE INTO RECAP-LINE
           WRITE RECAP-LINE
           MOVE WS-YTD-DED-TOTAL TO WS-TOTAL-DISPLAY
           MOVE WS-CYCLE-DED-TOTAL TO WS-CYCLE-DISPLAY
           MOVE WS-DED-DIFFERENCE TO WS-DIFF-DISPLAY
           MOVE SPACES TO RECAP-LINE
           STRING 'DEDUCTIONS      ' WS-TOTAL-DISPLAY '  '
               WS-CYCLE-DISPLAY '  ' WS-DIFF-DISPLAY
               DELIMITED BY SIZE INTO RECAP-LINE
           WRITE RECAP-LINE
           MOVE WS-YTD-NET-TOTAL TO WS-TOTAL-DISPLAY
           MOVE WS-CYCLE-NET-TOTAL TO WS-CYCLE-DISPLAY
           MOVE WS-NET-DIFFERENCE TO WS-DIFF-DISPLAY
           MOVE SPACES TO RECAP-LINE
           STRING 'NET             ' WS-TOTAL-DISPLAY '  '
               WS-CYCLE-DISPLAY '  ' WS-DIFF-DISPLAY
               DELIMITED BY SIZE INTO RECAP-LINE
           WRITE RECAP-LINE
           IF WS-CODE-DIFFERENCE NOT = 0
               MOVE WS-CODE-DIFFERENCE TO WS-DIFF-DISPLAY
               MOVE SPACES TO RECAP-LINE
               STRING '** DEDUCTIONS BY CODE DO NOT FOOT TO TOTAL '
                   'DEDUCTIONS - DIFFERENCE ' WS-DIFF-DISPLAY
                   DELIMITED BY SIZE INTO RECAP-LINE
               WRITE RECAP-LINE
           END-IF
           MOVE SPACES TO RECAP-LINE
           WRITE RECAP-LINE
           MOVE SPACES TO RECAP-LINE
           IF OUT-OF-BALANCE
               STRING '** OUT OF BALANCE - YTD RECORDS DO NOT TIE '
                   'TO THE CYCLE REGISTERS **'
                   DELIMITED BY SIZE INTO RECAP-LINE
           ELSE
               STRING 'IN BALANCE - YTD RECORDS TIE TO THE CYCLE '
                   'REGISTERS'
                   DELIMITED BY SIZE INTO RECAP-LINE
           END-IF
           WRITE RECAP-LINE
           CLOSE RECAP-REPORT-FILE.

       WRITE-RECAP-DEDUCTION.
           MOVE RECAP-DED-AMOUNT (WS-RECAP-IDX) TO WS-TOTAL-DISPLAY
           MOVE SPACES TO RECAP-LINE
           STRING '  ' RECAP-DED-CODE (WS-RECAP-IDX) ' '
               RECAP-DED-DESC (WS-RECAP-IDX) '  '
               WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO RECAP-LINE
           WRITE RECAP-LINE.
