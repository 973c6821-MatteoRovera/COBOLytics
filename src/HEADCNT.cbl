       IDENTIFICATION DIVISION.
       PROGRAM-ID. HEADCOUNT-MOVEMENT.
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

           SELECT EMPLOYEE-ARCHIVE-FILE
               ASSIGN TO "EMPARCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-EMP-ID
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT AUDIT-JOURNAL-FILE
               ASSIGN USING WS-AUDIT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT HEADCOUNT-REPORT-FILE
               ASSIGN TO "HEADCNT.RPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

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
      * MUST MATCH THE EMPLOYEE-ARCHIVE-FILE FD IN
      * EMPLOYEE-RECORDS-SYSTEM. ONLY THE LATEST REINSTATE
      * DATE IS KEPT FOR AN EMPLOYEE.
      ******************************************************
       FD  EMPLOYEE-ARCHIVE-FILE
           RECORD CONTAINS 216 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD.
           05  ARCH-MASTER-IMAGE.
               10  ARCH-EMP-ID         PIC X(8).
               10  FILLER              PIC X(192).
           05  ARCH-DATE               PIC X(8).
           05  ARCH-REINSTATE-DATE     PIC X(8).

      ******************************************************
      * MUST MATCH THE AUDIT-JOURNAL-FILE FD IN
      * EMPLOYEE-RECORDS-SYSTEM. THE SAME FD READS THE LIVE
      * AUDIT.DAT AND THE CLOSED-YEAR GENERATIONS
      * (AUDYYYY.DAT) WRITTEN BY HISTORY-ROLLOVER, EACH
      * CLOSED BY A '*TOTALS*' TRAILER THAT IS SKIPPED.
      ******************************************************
       FD  AUDIT-JOURNAL-FILE
           RECORD CONTAINS 527 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-RECORD.
           05  AUDIT-DATE              PIC X(8).
           05  AUDIT-ACTION            PIC X(1).
           05  AUDIT-EMP-ID            PIC X(8).
           05  AUDIT-TRANS-IMAGE.
               10  AUDIT-TRANS-TYPE    PIC X(1).
               10  FILLER              PIC X(109).
           05  AUDIT-BEFORE-IMAGE      PIC X(200).
           05  AUDIT-AFTER-IMAGE       PIC X(200).

       FD  HEADCOUNT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS            PIC X(2).
       01  WS-ARCHIVE-STATUS           PIC X(2).
       01  WS-AUDIT-STATUS             PIC X(2).
       01  WS-REPORT-STATUS            PIC X(2).

       01  WS-EOF-FLAGS.
           05  WS-MASTER-EOF           PIC X(1) VALUE 'N'.
               88  MASTER-EOF          VALUE 'Y'.
           05  WS-AUDIT-EOF            PIC X(1) VALUE 'N'.
               88  AUDIT-EOF           VALUE 'Y'.

       01  WS-ARCHIVE-OPEN-SWITCH      PIC X(1) VALUE 'N'.
           88  ARCHIVE-OPEN            VALUE 'Y'.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR         PIC 9(4).
           05  WS-CURRENT-MONTH        PIC 9(2).
           05  WS-CURRENT-DAY          PIC 9(2).
       01  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE
                                       PIC X(8).

      ******************************************************
      * RUN PARM - THE FIRST AND LAST MONTH OF THE REPORT AS
      * YYYYMM YYYYMM. A SINGLE MONTH NEEDS ONLY THE FIRST;
      * NO PARM PROMPTS FOR BOTH.
      ******************************************************
       01  WS-PARM-ENTRY.
           05  WS-PARM-FROM-MONTH      PIC X(6).
           05  FILLER                  PIC X(1).
           05  WS-PARM-THRU-MONTH      PIC X(6).
           05  FILLER                  PIC X(67).

       01  WS-FROM-MONTH.
           05  WS-FROM-YEAR            PIC 9(4).
           05  WS-FROM-MM              PIC 9(2).
       01  WS-FROM-MONTH-X REDEFINES WS-FROM-MONTH
                                       PIC X(6).
       01  WS-THRU-MONTH.
           05  WS-THRU-YEAR            PIC 9(4).
           05  WS-THRU-MM              PIC 9(2).
       01  WS-THRU-MONTH-X REDEFINES WS-THRU-MONTH
                                       PIC X(6).

       01  WS-RANGE-START-DATE         PIC X(8) VALUE SPACES.
       01  WS-RANGE-END-DATE           PIC X(8) VALUE SPACES.
       01  WS-MONTHS-IN-RANGE          PIC 9(3) VALUE 0.
       01  WS-RANGE-VALID-SWITCH       PIC X(1) VALUE 'N'.
           88  RANGE-VALID             VALUE 'Y'.

      ******************************************************
      * HISTORY GENERATIONS - CLOSED YEARS ARE ROLLED OFF
      * AUDIT.DAT INTO ONE FILE PER YEAR, SEVEN YEARS KEPT.
      * EVERY GENERATION FROM THE FIRST MONTH'S YEAR ON IS
      * READ, NOT JUST THOSE INSIDE THE RANGE - THE ENTRIES
      * AFTER THE RANGE ARE WHAT WIND THE MASTER BACK TO IT.
      ******************************************************
       01  WS-AUDIT-FILE-NAME          PIC X(12) VALUE 'AUDIT.DAT'.
       01  WS-GEN-FILE-NAME.
           05  FILLER                  PIC X(3) VALUE 'AUD'.
           05  WS-GEN-YEAR             PIC 9(4) VALUE 0.
           05  FILLER                  PIC X(4) VALUE '.DAT'.
       01  WS-RETAIN-YEARS             PIC 9(2) VALUE 7.
       01  WS-FIRST-GEN-YEAR           PIC 9(4) VALUE 0.
       01  WS-LAST-GEN-YEAR            PIC 9(4) VALUE 0.
       01  WS-SCAN-YEAR                PIC 9(4) VALUE 0.
       01  WS-GENERATIONS-READ         PIC 9(2) VALUE 0.
       01  WS-GENERATIONS-MISSING      PIC 9(2) VALUE 0.
       01  WS-FIRST-LIVE-YEAR          PIC 9(4) VALUE 0.
       01  WS-MISSING-TABLE.
           05  WS-MISSING-YEAR OCCURS 8 TIMES
                   INDEXED BY WS-MISSING-IDX
                                       PIC 9(4).

       01  WS-JOURNAL-READ             PIC 9(7) VALUE 0.
       01  WS-JOURNAL-USED             PIC 9(7) VALUE 0.
       01  WS-REHIRES-FROM-ARCHIVE     PIC 9(5) VALUE 0.

      ******************************************************
      * WORK COPIES OF THE EMPLOYEE MASTER LAYOUT, USED TO
      * DECOMPOSE THE BEFORE AND AFTER IMAGES CARRIED ON EACH
      * JOURNAL RECORD. MUST MATCH MASTER-RECORD IN
      * EMPLOYEE-RECORDS-SYSTEM FIELD FOR FIELD.
      ******************************************************
       01  WS-BEFORE-REC.
           05  BEF-EMP-ID              PIC X(8).
           05  BEF-EMP-NAME            PIC X(30).
           05  BEF-EMP-ADDRESS         PIC X(50).
           05  BEF-EMP-PHONE           PIC X(12).
           05  BEF-DEPT-CODE           PIC X(4).
           05  BEF-JOB-TITLE           PIC X(25).
           05  BEF-HIRE-DATE           PIC X(8).
           05  BEF-SALARY              PIC 9(7)V99.
           05  BEF-STATUS              PIC X(1).
           05  BEF-LAST-UPDATE         PIC X(8).
           05  BEF-BANK-ROUTING        PIC X(9).
           05  BEF-BANK-ACCOUNT        PIC X(17).
           05  BEF-BANK-ACCT-TYPE      PIC X(1).
           05  FILLER                  PIC X(18).

       01  WS-AFTER-REC.
           05  AFT-EMP-ID              PIC X(8).
           05  AFT-EMP-NAME            PIC X(30).
           05  AFT-EMP-ADDRESS         PIC X(50).
           05  AFT-EMP-PHONE           PIC X(12).
           05  AFT-DEPT-CODE           PIC X(4).
           05  AFT-JOB-TITLE           PIC X(25).
           05  AFT-HIRE-DATE           PIC X(8).
           05  AFT-SALARY              PIC 9(7)V99.
           05  AFT-STATUS              PIC X(1).
           05  AFT-LAST-UPDATE         PIC X(8).
           05  AFT-BANK-ROUTING        PIC X(9).
           05  AFT-BANK-ACCOUNT        PIC X(17).
           05  AFT-BANK-ACCT-TYPE      PIC X(1).
           05  FILLER                  PIC X(18).

      ******************************************************
      * AN IMAGE COUNTS IN HEADCOUNT WHEN THERE IS ONE AND
      * ITS STATUS IS NOT 'D' - THE SAME TEST THE DEPARTMENT
      * SUMMARY USES ON THE MASTER.
      ******************************************************
       01  WS-BEFORE-ACTIVE-SWITCH     PIC X(1) VALUE 'N'.
           88  BEFORE-ACTIVE           VALUE 'Y'.
       01  WS-AFTER-ACTIVE-SWITCH      PIC X(1) VALUE 'N'.
           88  AFTER-ACTIVE            VALUE 'Y'.
       01  WS-REHIRE-SWITCH            PIC X(1) VALUE 'N'.
           88  IS-REHIRE               VALUE 'Y'.

      ******************************************************
      * ONE ENTRY PER EMPLOYEE WITH A JOURNAL ENTRY ON OR
      * AFTER THE FIRST DAY OF THE RANGE. THE START FIGURES
      * ARE THE BEFORE IMAGE OF THE FIRST SUCH ENTRY - WHERE
      * THE EMPLOYEE STOOD WHEN THE RANGE OPENED. THE END
      * FIGURES ARE THE BEFORE IMAGE OF THE FIRST ENTRY AFTER
      * THE LAST DAY OF THE RANGE, WHEN THERE IS ONE - WHERE
      * THE MASTER STOOD FOR THE EMPLOYEE WHEN IT CLOSED.
      ******************************************************
       01  WS-EMP-TABLE-MAX            PIC 9(5) VALUE 5000.
       01  WS-EMP-COUNT                PIC 9(5) VALUE 0.
       01  WS-EMP-TABLE.
           05  EMP-MOVE-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-EMP-IDX.
               10  EMT-EMP-ID               PIC X(8).
               10  EMT-START-ACTIVE         PIC X(1).
               10  EMT-START-DEPT           PIC X(4).
               10  EMT-END-FOUND            PIC X(1).
               10  EMT-END-ACTIVE           PIC X(1).
               10  EMT-END-DEPT             PIC X(4).

       01  WS-EMP-LOOKUP-ID            PIC X(8).
       01  WS-EMP-MATCH                PIC 9(5) VALUE 0.
       01  WS-EMP-OVERFLOW             PIC 9(5) VALUE 0.

      ******************************************************
      * DEPARTMENT MOVEMENT TABLE, KEPT IN DEPARTMENT CODE
      * ORDER AS ENTRIES ARE ADDED SO THE REPORT PRINTS
      * STRAIGHT DOWN IT. MOV-MASTER-CLOSING IS THE MASTER'S
      * OWN HEADCOUNT AT THE END OF THE RANGE, COUNTED
      * INDEPENDENTLY OF THE MOVEMENTS, FOR THE CLOSING CHECK.
      ******************************************************
       01  WS-DEPT-TABLE-MAX           PIC 9(3) VALUE 200.
       01  WS-DEPT-COUNT               PIC 9(3) VALUE 0.
       01  WS-DEPT-TABLE.
           05  MOV-DEPT-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-DEPT-IDX.
               10  MOV-DEPT-CODE            PIC X(4).
               10  MOV-OPENING              PIC 9(5).
               10  MOV-HIRES                PIC 9(5).
               10  MOV-REHIRES              PIC 9(5).
               10  MOV-TERMS                PIC 9(5).
               10  MOV-XFER-IN              PIC 9(5).
               10  MOV-XFER-OUT             PIC 9(5).
               10  MOV-CLOSING              PIC S9(5).
               10  MOV-MASTER-CLOSING       PIC 9(5).

       01  WS-DEPT-LOOKUP-CODE         PIC X(4).
       01  WS-DEPT-MATCH               PIC 9(3) VALUE 0.
       01  WS-DEPT-INSERT              PIC 9(3) VALUE 0.
       01  WS-DEPT-SUB                 PIC 9(3) VALUE 0.
       01  WS-DEPT-TO-SUB              PIC 9(3) VALUE 0.
       01  WS-DEPT-OVERFLOW            PIC 9(5) VALUE 0.
       01  WS-DEPTS-DIFFERING          PIC 9(3) VALUE 0.

      ******************************************************
      * COMPANY TOTALS AND THE FIGURES FOR THE LINE BEING
      * PRINTED. TURNOVER IS TERMINATIONS OVER THE AVERAGE OF
      * OPENING AND CLOSING HEADCOUNT, SCALED UP TO TWELVE
      * MONTHS.
      ******************************************************
       01  WS-TOT-OPENING              PIC 9(7) VALUE 0.
       01  WS-TOT-HIRES                PIC 9(7) VALUE 0.
       01  WS-TOT-REHIRES              PIC 9(7) VALUE 0.
       01  WS-TOT-TERMS                PIC 9(7) VALUE 0.
       01  WS-TOT-XFER-IN              PIC 9(7) VALUE 0.
       01  WS-TOT-XFER-OUT             PIC 9(7) VALUE 0.
       01  WS-TOT-CLOSING              PIC S9(7) VALUE 0.
       01  WS-TOT-MASTER-CLOSING       PIC 9(7) VALUE 0.

       01  WS-LINE-OPENING             PIC 9(7) VALUE 0.
       01  WS-LINE-TERMS               PIC 9(7) VALUE 0.
       01  WS-LINE-CLOSING             PIC S9(7) VALUE 0.
       01  WS-HEADCOUNT-SUM            PIC S9(7) VALUE 0.
       01  WS-TURNOVER-PCT             PIC 9(4)V99 VALUE 0.

       01  WS-COUNT-DISPLAY-1          PIC Z(6)9.
       01  WS-COUNT-DISPLAY-2          PIC Z(6)9.
       01  WS-COUNT-DISPLAY-3          PIC Z(6)9.
       01  WS-COUNT-DISPLAY-4          PIC Z(6)9.
       01  WS-COUNT-DISPLAY-5          PIC Z(6)9.
       01  WS-COUNT-DISPLAY-6          PIC Z(6)9.
       01  WS-COUNT-DISPLAY-7          PIC Z(6)9.
       01  WS-CLOSING-DISPLAY          PIC -(6)9.
       01  WS-TURNOVER-DISPLAY         PIC ZZZ9.99.
       01  WS-MONTHS-DISPLAY           PIC ZZ9.

       PROCEDURE DIVISION.

      ******************************************************
      * HEADCOUNT MOVEMENT AND TURNOVER BY DEPARTMENT FOR A
      * MONTH OR A RANGE OF MONTHS - OPENING HEADCOUNT, HIRES,
      * REHIRES, TERMINATIONS, TRANSFERS IN AND OUT, CLOSING
      * HEADCOUNT AND ANNUALIZED TURNOVER. MOVEMENTS COME FROM
      * THE AUDIT JOURNAL, REHIRES ARE CONFIRMED AGAINST THE
      * REINSTATE DATE ON EMPARCH.DAT, AND THE HEADCOUNTS ARE
      * TAKEN FROM THE MASTER. THE CLOSING FIGURE BUILT FROM
      * THE MOVEMENTS IS PROVED AGAINST THE MASTER'S OWN COUNT
      * AND ANY DEPARTMENT THAT DOES NOT AGREE IS FLAGGED.
      ******************************************************
       MAIN-LOGIC.
           ACCEPT WS-CURRENT-DATE-X FROM DATE YYYYMMDD
           MOVE SPACES TO WS-PARM-ENTRY
           ACCEPT WS-PARM-ENTRY FROM COMMAND-LINE
           IF WS-PARM-FROM-MONTH = SPACES
               DISPLAY 'First month of report (YYYYMM): '
                   WITH NO ADVANCING
               ACCEPT WS-PARM-FROM-MONTH
               DISPLAY 'Last month of report (YYYYMM, blank = '
                   'same): ' WITH NO ADVANCING
               ACCEPT WS-PARM-THRU-MONTH
           END-IF
           PERFORM SET-REPORT-RANGE
           IF RANGE-VALID
               PERFORM RUN-HEADCOUNT-REPORT
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************
      * THE RANGE MUST BE WHOLE CALENDAR MONTHS, NOT RUN INTO
      * THE FUTURE, AND START INSIDE THE SEVEN YEARS OF
      * JOURNAL HISTORY KEPT - EARLIER THAN THAT THE MOVEMENTS
      * ARE NO LONGER ON FILE.
      ******************************************************
       SET-REPORT-RANGE.
           MOVE 'N' TO WS-RANGE-VALID-SWITCH
           IF WS-PARM-THRU-MONTH = SPACES
               MOVE WS-PARM-FROM-MONTH TO WS-PARM-THRU-MONTH
           END-IF
           IF WS-PARM-FROM-MONTH NOT NUMERIC
                   OR WS-PARM-THRU-MONTH NOT NUMERIC
               DISPLAY 'BAD PARM - ' WS-PARM-FROM-MONTH ' '
                   WS-PARM-THRU-MONTH ' - USE YYYYMM [YYYYMM]'
           ELSE
               MOVE WS-PARM-FROM-MONTH TO WS-FROM-MONTH-X
               MOVE WS-PARM-THRU-MONTH TO WS-THRU-MONTH-X
               IF WS-FROM-MM < 1 OR WS-FROM-MM > 12
                       OR WS-THRU-MM < 1 OR WS-THRU-MM > 12
                   DISPLAY 'BAD MONTH IN PARM - ' WS-PARM-FROM-MONTH
                       ' ' WS-PARM-THRU-MONTH
               ELSE
               IF WS-THRU-MONTH-X < WS-FROM-MONTH-X
                   DISPLAY 'LAST MONTH ' WS-THRU-MONTH-X
                       ' IS BEFORE FIRST MONTH ' WS-FROM-MONTH-X
               ELSE
               IF WS-THRU-MONTH-X > WS-CURRENT-DATE-X (1:6)
                   DISPLAY 'LAST MONTH ' WS-THRU-MONTH-X
                       ' IS IN THE FUTURE - RUN ABANDONED'
               ELSE
               IF WS-FROM-YEAR < WS-CURRENT-YEAR - WS-RETAIN-YEARS
                   DISPLAY 'FIRST MONTH ' WS-FROM-MONTH-X
                       ' IS BEFORE THE JOURNAL HISTORY KEPT - RUN '
                       'ABANDONED'
               ELSE
                   MOVE 'Y' TO WS-RANGE-VALID-SWITCH
                   MOVE SPACES TO WS-RANGE-START-DATE
                   STRING WS-FROM-MONTH-X '01'
                       DELIMITED BY SIZE INTO WS-RANGE-START-DATE
                   MOVE SPACES TO WS-RANGE-END-DATE
                   STRING WS-THRU-MONTH-X '31'
                       DELIMITED BY SIZE INTO WS-RANGE-END-DATE
                   COMPUTE WS-MONTHS-IN-RANGE =
                       (WS-THRU-YEAR * 12 + WS-THRU-MM)
                       - (WS-FROM-YEAR * 12 + WS-FROM-MM) + 1
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       RUN-HEADCOUNT-REPORT.
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN EMPMAS.DAT - STATUS '
                   WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'AUDIT.DAT' TO WS-AUDIT-FILE-NAME
               OPEN INPUT AUDIT-JOURNAL-FILE
               IF WS-AUDIT-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN AUDIT.DAT - STATUS '
                       WS-AUDIT-STATUS
                   MOVE 8 TO RETURN-CODE
                   CLOSE EMPLOYEE-MASTER-FILE
               ELSE
                   PERFORM NOTE-FIRST-LIVE-YEAR
                   CLOSE AUDIT-JOURNAL-FILE
                   PERFORM OPEN-ARCHIVE-FILE
                   PERFORM READ-ALL-MOVEMENTS
                   PERFORM COUNT-MASTER-HEADCOUNT
                   CLOSE EMPLOYEE-MASTER-FILE
                   IF ARCHIVE-OPEN
                       CLOSE EMPLOYEE-ARCHIVE-FILE
                   END-IF
                   PERFORM PRINT-HEADCOUNT-REPORT
               END-IF
           END-IF.

      ******************************************************
      * A YEAR NOT YET ROLLED OFF BY HISTORY-ROLLOVER IS STILL
      * ON AUDIT.DAT, SO ONLY A YEAR BEFORE THE FIRST LIVE
      * ENTRY NEEDS A GENERATION. AN EMPTY JOURNAL LEAVES EVERY
      * CLOSED YEAR TO THE GENERATIONS.
      ******************************************************
       NOTE-FIRST-LIVE-YEAR.
           MOVE WS-CURRENT-YEAR TO WS-FIRST-LIVE-YEAR
           MOVE 'N' TO WS-AUDIT-EOF
           READ AUDIT-JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF
           END-READ
           IF NOT AUDIT-EOF
                   AND AUDIT-DATE (1:4) IS NUMERIC
               MOVE AUDIT-DATE (1:4) TO WS-FIRST-LIVE-YEAR
           END-IF.

      ******************************************************
      * EMPARCH.DAT ONLY EXISTS ONCE A PURGE HAS RUN. WITHOUT
      * IT A REHIRE IS KNOWN FROM THE JOURNAL ALONE.
      ******************************************************
       OPEN-ARCHIVE-FILE.
           OPEN INPUT EMPLOYEE-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = '00'
               MOVE 'Y' TO WS-ARCHIVE-OPEN-SWITCH
           ELSE
               IF WS-ARCHIVE-STATUS NOT = '35'
                   DISPLAY 'UNABLE TO OPEN EMPARCH.DAT - STATUS '
                       WS-ARCHIVE-STATUS
               END-IF
           END-IF.

      ******************************************************
      * THE GENERATIONS OLDEST FIRST, THEN THE LIVE JOURNAL,
      * SO EACH EMPLOYEE'S ENTRIES ARE SEEN IN DATE ORDER.
      ******************************************************
       READ-ALL-MOVEMENTS.
           COMPUTE WS-LAST-GEN-YEAR = WS-CURRENT-YEAR - 1
           MOVE WS-FROM-YEAR TO WS-FIRST-GEN-YEAR
           PERFORM READ-AUDIT-GENERATION
               VARYING WS-SCAN-YEAR FROM WS-FIRST-GEN-YEAR BY 1
               UNTIL WS-SCAN-YEAR > WS-LAST-GEN-YEAR
           MOVE 'AUDIT.DAT' TO WS-AUDIT-FILE-NAME
           OPEN INPUT AUDIT-JOURNAL-FILE
           PERFORM SCAN-AUDIT-FILE
           CLOSE AUDIT-JOURNAL-FILE.

      ******************************************************
      * A YEAR WITH NO GENERATION ON FILE IS PASSED OVER. ONE
      * BEFORE THE FIRST LIVE ENTRY IS NAMED ON THE REPORT -
      * ITS MOVEMENTS WERE NOT SEEN.
      ******************************************************
       READ-AUDIT-GENERATION.
           MOVE WS-SCAN-YEAR TO WS-GEN-YEAR
           MOVE WS-GEN-FILE-NAME TO WS-AUDIT-FILE-NAME
           OPEN INPUT AUDIT-JOURNAL-FILE
           IF WS-AUDIT-STATUS = '00'
               ADD 1 TO WS-GENERATIONS-READ
               PERFORM SCAN-AUDIT-FILE
               CLOSE AUDIT-JOURNAL-FILE
           ELSE
               IF WS-AUDIT-STATUS NOT = '35'
                   DISPLAY 'UNABLE TO OPEN ' WS-AUDIT-FILE-NAME
                       ' - STATUS ' WS-AUDIT-STATUS
               END-IF
               IF WS-SCAN-YEAR < WS-FIRST-LIVE-YEAR
                   ADD 1 TO WS-GENERATIONS-MISSING
                   SET WS-MISSING-IDX TO WS-GENERATIONS-MISSING
                   MOVE WS-GEN-YEAR
                       TO WS-MISSING-YEAR (WS-MISSING-IDX)
               END-IF
           END-IF.

       SCAN-AUDIT-FILE.
           MOVE 'N' TO WS-AUDIT-EOF
           PERFORM READ-AUDIT-JOURNAL
           PERFORM TAKE-AUDIT-ENTRY UNTIL AUDIT-EOF.

       READ-AUDIT-JOURNAL.
           READ AUDIT-JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF
               NOT AT END
                   IF AUDIT-DATE NOT = '*TOTALS*'
                       ADD 1 TO WS-JOURNAL-READ
                   END-IF
           END-READ.

      ******************************************************
      * ENTRIES BEFORE THE RANGE PLAY NO PART. EACH ONE ON OR
      * AFTER ITS FIRST DAY FIXES THE EMPLOYEE'S STARTING
      * POSITION THE FIRST TIME THE EMPLOYEE IS SEEN; INSIDE
      * THE RANGE IT IS COUNTED AS A MOVEMENT, AND THE FIRST
      * ONE AFTER THE RANGE FIXES THE CLOSING POSITION.
      ******************************************************
       TAKE-AUDIT-ENTRY.
           IF AUDIT-DATE NOT = '*TOTALS*'
                   AND AUDIT-DATE >= WS-RANGE-START-DATE
               ADD 1 TO WS-JOURNAL-USED
               PERFORM SET-IMAGE-STATES
               MOVE AUDIT-EMP-ID TO WS-EMP-LOOKUP-ID
               PERFORM FIND-OR-ADD-EMPLOYEE
               IF AUDIT-DATE > WS-RANGE-END-DATE
                   IF WS-EMP-MATCH > 0
                       SET WS-EMP-IDX TO WS-EMP-MATCH
                       IF EMT-END-FOUND (WS-EMP-IDX) = 'N'
                           MOVE 'Y' TO EMT-END-FOUND (WS-EMP-IDX)
                           MOVE WS-BEFORE-ACTIVE-SWITCH
                               TO EMT-END-ACTIVE (WS-EMP-IDX)
                           MOVE BEF-DEPT-CODE
                               TO EMT-END-DEPT (WS-EMP-IDX)
                       END-IF
                   END-IF
               ELSE
                   PERFORM COUNT-MOVEMENT
               END-IF
           END-IF
           PERFORM READ-AUDIT-JOURNAL.

       SET-IMAGE-STATES.
           MOVE AUDIT-BEFORE-IMAGE TO WS-BEFORE-REC
           MOVE AUDIT-AFTER-IMAGE TO WS-AFTER-REC
           MOVE 'N' TO WS-BEFORE-ACTIVE-SWITCH
           MOVE 'N' TO WS-AFTER-ACTIVE-SWITCH
           IF AUDIT-BEFORE-IMAGE NOT = SPACES
                   AND BEF-STATUS NOT = 'D'
               MOVE 'Y' TO WS-BEFORE-ACTIVE-SWITCH
           END-IF
           IF AUDIT-AFTER-IMAGE NOT = SPACES
                   AND AFT-STATUS NOT = 'D'
               MOVE 'Y' TO WS-AFTER-ACTIVE-SWITCH
           END-IF.

      ******************************************************
      * CLASSIFY ONE ENTRY INSIDE THE RANGE BY WHAT IT DID TO
      * HEADCOUNT, FROM THE TWO IMAGES RATHER THAN THE ACTION
      * CODE - A REINSTATE IS JOURNALED AS AN ADD, AND ONLY A
      * DEPARTMENT CHANGE MAKES AN UPDATE A MOVEMENT:
      *   NOT COUNTED BEFORE, COUNTED AFTER - HIRE OR REHIRE
      *   COUNTED BEFORE, NOT COUNTED AFTER - TERMINATION
      *   COUNTED BOTH, DEPARTMENT CHANGED  - TRANSFER
      ******************************************************
       COUNT-MOVEMENT.
           IF AFTER-ACTIVE AND NOT BEFORE-ACTIVE
               PERFORM CHECK-REHIRE
               MOVE AFT-DEPT-CODE TO WS-DEPT-LOOKUP-CODE
               PERFORM FIND-OR-ADD-DEPT
               IF WS-DEPT-MATCH > 0
                   SET WS-DEPT-IDX TO WS-DEPT-MATCH
                   IF IS-REHIRE
                       ADD 1 TO MOV-REHIRES (WS-DEPT-IDX)
                   ELSE
                       ADD 1 TO MOV-HIRES (WS-DEPT-IDX)
                   END-IF
               END-IF
           ELSE
           IF BEFORE-ACTIVE AND NOT AFTER-ACTIVE
               MOVE BEF-DEPT-CODE TO WS-DEPT-LOOKUP-CODE
               PERFORM FIND-OR-ADD-DEPT
               IF WS-DEPT-MATCH > 0
                   SET WS-DEPT-IDX TO WS-DEPT-MATCH
                   ADD 1 TO MOV-TERMS (WS-DEPT-IDX)
               END-IF
           ELSE
           IF BEFORE-ACTIVE AND AFTER-ACTIVE
                   AND BEF-DEPT-CODE NOT = AFT-DEPT-CODE
               MOVE BEF-DEPT-CODE TO WS-DEPT-LOOKUP-CODE
               PERFORM FIND-OR-ADD-DEPT
               IF WS-DEPT-MATCH > 0
                   SET WS-DEPT-IDX TO WS-DEPT-MATCH
                   ADD 1 TO MOV-XFER-OUT (WS-DEPT-IDX)
               END-IF
               MOVE AFT-DEPT-CODE TO WS-DEPT-LOOKUP-CODE
               PERFORM FIND-OR-ADD-DEPT
               IF WS-DEPT-MATCH > 0
                   SET WS-DEPT-IDX TO WS-DEPT-MATCH
                   ADD 1 TO MOV-XFER-IN (WS-DEPT-IDX)
               END-IF
           END-IF
           END-IF
           END-IF.

      ******************************************************
      * A RETURN TO HEADCOUNT IS A REHIRE WHEN IT CAME IN AS A
      * MAINTENANCE REINSTATE (THE JOURNALED TRANSACTION IMAGE
      * KEEPS THE 'R' TYPE), WHEN A DEACTIVATED RECORD STILL ON
      * THE MASTER WAS MADE ACTIVE AGAIN, OR WHEN THE ARCHIVE
      * ENTRY WAS STAMPED REINSTATED THE SAME DAY.
      ******************************************************
       CHECK-REHIRE.
           MOVE 'N' TO WS-REHIRE-SWITCH
           IF AUDIT-TRANS-TYPE = 'R'
                   OR AUDIT-BEFORE-IMAGE NOT = SPACES
               MOVE 'Y' TO WS-REHIRE-SWITCH
           ELSE
               IF ARCHIVE-OPEN
                   MOVE AUDIT-EMP-ID TO ARCH-EMP-ID
                   READ EMPLOYEE-ARCHIVE-FILE
                       KEY IS ARCH-EMP-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ARCH-REINSTATE-DATE = AUDIT-DATE
                               MOVE 'Y' TO WS-REHIRE-SWITCH
                               ADD 1 TO WS-REHIRES-FROM-ARCHIVE
                           END-IF
                   END-READ
               END-IF
           END-IF.

      ******************************************************
      * LOOK UP WS-EMP-LOOKUP-ID, ADDING IT WITH ITS STARTING
      * POSITION FROM THE CURRENT BEFORE IMAGE WHEN NEW. SETS
      * WS-EMP-MATCH, ZERO WHEN THE TABLE IS FULL.
      ******************************************************
       FIND-OR-ADD-EMPLOYEE.
           PERFORM LOOK-UP-EMPLOYEE
           IF WS-EMP-MATCH = 0
               IF WS-EMP-COUNT >= WS-EMP-TABLE-MAX
                   IF WS-EMP-OVERFLOW = 0
                       DISPLAY 'TOO MANY EMPLOYEES WITH MOVEMENTS - '
                           'TABLE HOLDS ' WS-EMP-TABLE-MAX
                   END-IF
                   ADD 1 TO WS-EMP-OVERFLOW
               ELSE
                   ADD 1 TO WS-EMP-COUNT
                   SET WS-EMP-IDX TO WS-EMP-COUNT
                   MOVE WS-EMP-LOOKUP-ID TO EMT-EMP-ID (WS-EMP-IDX)
                   MOVE WS-BEFORE-ACTIVE-SWITCH
                       TO EMT-START-ACTIVE (WS-EMP-IDX)
                   MOVE BEF-DEPT-CODE TO EMT-START-DEPT (WS-EMP-IDX)
                   MOVE 'N' TO EMT-END-FOUND (WS-EMP-IDX)
                   MOVE 'N' TO EMT-END-ACTIVE (WS-EMP-IDX)
                   MOVE SPACES TO EMT-END-DEPT (WS-EMP-IDX)
                   MOVE WS-EMP-COUNT TO WS-EMP-MATCH
               END-IF
           END-IF.

       LOOK-UP-EMPLOYEE.
           MOVE 0 TO WS-EMP-MATCH
           PERFORM FIND-EMPLOYEE-ENTRY
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT OR WS-EMP-MATCH > 0.

       FIND-EMPLOYEE-ENTRY.
           IF EMT-EMP-ID (WS-EMP-IDX) = WS-EMP-LOOKUP-ID
               SET WS-EMP-MATCH TO WS-EMP-IDX
           END-IF.

      ******************************************************
      * LOOK UP WS-DEPT-LOOKUP-CODE, OPENING A NEW ENTRY IN
      * CODE ORDER WHEN IT IS NOT THERE YET. SETS
      * WS-DEPT-MATCH, ZERO WHEN THE TABLE IS FULL.
      ******************************************************
       FIND-OR-ADD-DEPT.
           MOVE 0 TO WS-DEPT-MATCH
           MOVE 0 TO WS-DEPT-INSERT
           PERFORM FIND-DEPT-ENTRY
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                   OR WS-DEPT-MATCH > 0 OR WS-DEPT-INSERT > 0
           IF WS-DEPT-MATCH = 0
               IF WS-DEPT-COUNT >= WS-DEPT-TABLE-MAX
                   IF WS-DEPT-OVERFLOW = 0
                       DISPLAY 'TOO MANY DEPARTMENTS - TABLE HOLDS '
                           WS-DEPT-TABLE-MAX ' - ' WS-DEPT-LOOKUP-CODE
                           ' NOT COUNTED'
                   END-IF
                   ADD 1 TO WS-DEPT-OVERFLOW
               ELSE
                   IF WS-DEPT-INSERT = 0
                       COMPUTE WS-DEPT-INSERT = WS-DEPT-COUNT + 1
                   ELSE
                       PERFORM SHIFT-DEPT-ENTRY
                           VARYING WS-DEPT-SUB FROM WS-DEPT-COUNT
                           BY -1 UNTIL WS-DEPT-SUB < WS-DEPT-INSERT
                   END-IF
                   ADD 1 TO WS-DEPT-COUNT
                   SET WS-DEPT-IDX TO WS-DEPT-INSERT
                   MOVE WS-DEPT-LOOKUP-CODE
                       TO MOV-DEPT-CODE (WS-DEPT-IDX)
                   MOVE 0 TO MOV-OPENING (WS-DEPT-IDX)
                   MOVE 0 TO MOV-HIRES (WS-DEPT-IDX)
                   MOVE 0 TO MOV-REHIRES (WS-DEPT-IDX)
                   MOVE 0 TO MOV-TERMS (WS-DEPT-IDX)
                   MOVE 0 TO MOV-XFER-IN (WS-DEPT-IDX)
                   MOVE 0 TO MOV-XFER-OUT (WS-DEPT-IDX)
                   MOVE 0 TO MOV-CLOSING (WS-DEPT-IDX)
                   MOVE 0 TO MOV-MASTER-CLOSING (WS-DEPT-IDX)
                   MOVE WS-DEPT-INSERT TO WS-DEPT-MATCH
               END-IF
           END-IF.

       FIND-DEPT-ENTRY.
           IF MOV-DEPT-CODE (WS-DEPT-IDX) = WS-DEPT-LOOKUP-CODE
               SET WS-DEPT-MATCH TO WS-DEPT-IDX
           ELSE
               IF MOV-DEPT-CODE (WS-DEPT-IDX) > WS-DEPT-LOOKUP-CODE
                   SET WS-DEPT-INSERT TO WS-DEPT-IDX
               END-IF
           END-IF.

       SHIFT-DEPT-ENTRY.
           COMPUTE WS-DEPT-TO-SUB = WS-DEPT-SUB + 1
           MOVE MOV-DEPT-ENTRY (WS-DEPT-SUB)
               TO MOV-DEPT-ENTRY (WS-DEPT-TO-SUB).

      ******************************************************
      * HEADCOUNTS FROM THE MASTER. AN EMPLOYEE WITH NO
      * JOURNAL ENTRY SINCE THE RANGE OPENED STANDS TODAY
      * WHERE THEY STOOD THEN, SO COUNTS IN BOTH THE OPENING
      * AND THE MASTER'S CLOSING FIGURE FROM THE MASTER
      * RECORD - UNLESS THE HIRE DATE SAYS OTHERWISE: NEW
      * HIRES ONBOARDED FROM NEWEMP.DAT WERE ONCE WRITTEN
      * WITHOUT A JOURNAL ENTRY, SO ONE HIRED INSIDE THE RANGE
      * IS A HIRE RATHER THAN OPENING, AND ONE HIRED AFTER IT
      * COUNTS NOWHERE. AN EMPLOYEE WITH ENTRIES TAKES ITS
      * OPENING FROM THE TABLE, AND ITS CLOSING FROM THE
      * MASTER ONLY WHEN NOTHING HAS TOUCHED IT SINCE THE
      * RANGE CLOSED.
      ******************************************************
       COUNT-MASTER-HEADCOUNT.
           MOVE 'N' TO WS-MASTER-EOF
           PERFORM READ-MASTER
           PERFORM COUNT-MASTER-EMPLOYEE UNTIL MASTER-EOF
           PERFORM COUNT-TABLE-EMPLOYEE
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT.

       READ-MASTER.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF
           END-READ.

       COUNT-MASTER-EMPLOYEE.
           IF MASTER-STATUS NOT = 'D'
               MOVE MASTER-EMP-ID TO WS-EMP-LOOKUP-ID
               PERFORM LOOK-UP-EMPLOYEE
               MOVE MASTER-DEPT-CODE TO WS-DEPT-LOOKUP-CODE
               IF WS-EMP-MATCH = 0
                   IF MASTER-HIRE-DATE NOT > WS-RANGE-END-DATE
                       PERFORM FIND-OR-ADD-DEPT
                   ELSE
                       MOVE 0 TO WS-DEPT-MATCH
                   END-IF
                   IF WS-DEPT-MATCH > 0
                       SET WS-DEPT-IDX TO WS-DEPT-MATCH
                       IF MASTER-HIRE-DATE < WS-RANGE-START-DATE
                           ADD 1 TO MOV-OPENING (WS-DEPT-IDX)
                       ELSE
                           ADD 1 TO MOV-HIRES (WS-DEPT-IDX)
                       END-IF
                       ADD 1 TO MOV-MASTER-CLOSING (WS-DEPT-IDX)
                   END-IF
               ELSE
                   SET WS-EMP-IDX TO WS-EMP-MATCH
                   IF EMT-END-FOUND (WS-EMP-IDX) = 'N'
                       PERFORM FIND-OR-ADD-DEPT
                       IF WS-DEPT-MATCH > 0
                           SET WS-DEPT-IDX TO WS-DEPT-MATCH
                           ADD 1 TO MOV-MASTER-CLOSING (WS-DEPT-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM READ-MASTER.

       COUNT-TABLE-EMPLOYEE.
           IF EMT-START-ACTIVE (WS-EMP-IDX) = 'Y'
               MOVE EMT-START-DEPT (WS-EMP-IDX)
                   TO WS-DEPT-LOOKUP-CODE
               PERFORM FIND-OR-ADD-DEPT
               IF WS-DEPT-MATCH > 0
                   SET WS-DEPT-IDX TO WS-DEPT-MATCH
                   ADD 1 TO MOV-OPENING (WS-DEPT-IDX)
               END-IF
           END-IF
           IF EMT-END-FOUND (WS-EMP-IDX) = 'Y'
                   AND EMT-END-ACTIVE (WS-EMP-IDX) = 'Y'
               MOVE EMT-END-DEPT (WS-EMP-IDX) TO WS-DEPT-LOOKUP-CODE
               PERFORM FIND-OR-ADD-DEPT
               IF WS-DEPT-MATCH > 0
                   SET WS-DEPT-IDX TO WS-DEPT-MATCH
                   ADD 1 TO MOV-MASTER-CLOSING (WS-DEPT-IDX)
               END-IF
           END-IF.

       PRINT-HEADCOUNT-REPORT.
           OPEN OUTPUT HEADCOUNT-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN HEADCNT.RPT - STATUS '
                   WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-REPORT-HEADING
               PERFORM WRITE-DEPT-LINE
                   VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               PERFORM WRITE-TOTAL-LINE
               PERFORM WRITE-REPORT-NOTES
               CLOSE HEADCOUNT-REPORT-FILE
               DISPLAY 'HEADCOUNT MOVEMENT ' WS-FROM-MONTH-X ' THRU '
                   WS-THRU-MONTH-X ' - DEPARTMENTS ' WS-DEPT-COUNT
                   ' DIFFERING FROM MASTER ' WS-DEPTS-DIFFERING
               DISPLAY 'JOURNAL ENTRIES READ:    ' WS-JOURNAL-READ
               DISPLAY 'JOURNAL ENTRIES USED:    ' WS-JOURNAL-USED
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE WS-MONTHS-IN-RANGE TO WS-MONTHS-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'HEADCOUNT MOVEMENT AND TURNOVER BY DEPARTMENT - '
               WS-FROM-MONTH-X ' THRU ' WS-THRU-MONTH-X
               ' (' WS-MONTHS-DISPLAY ' MONTHS)  RUN DATE '
               WS-CURRENT-DATE-X
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE 'TRANSFERS' TO REPORT-LINE (43:9)
           MOVE 'ANNUALIZED' TO REPORT-LINE (73:10)
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  DEPT OPENING   HIRES REHIRES   TERMS'
               '      IN     OUT CLOSING  MASTER'
               '  TURNOVER %'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************
      * ONE DEPARTMENT - CLOSING IS BUILT FROM THE OPENING AND
      * THE MOVEMENTS AND MUST EQUAL THE MASTER'S OWN COUNT.
      ******************************************************
       WRITE-DEPT-LINE.
           COMPUTE MOV-CLOSING (WS-DEPT-IDX) =
               MOV-OPENING (WS-DEPT-IDX)
               + MOV-HIRES (WS-DEPT-IDX)
               + MOV-REHIRES (WS-DEPT-IDX)
               + MOV-XFER-IN (WS-DEPT-IDX)
               - MOV-TERMS (WS-DEPT-IDX)
               - MOV-XFER-OUT (WS-DEPT-IDX)
           ADD MOV-OPENING (WS-DEPT-IDX) TO WS-TOT-OPENING
           ADD MOV-HIRES (WS-DEPT-IDX) TO WS-TOT-HIRES
           ADD MOV-REHIRES (WS-DEPT-IDX) TO WS-TOT-REHIRES
           ADD MOV-TERMS (WS-DEPT-IDX) TO WS-TOT-TERMS
           ADD MOV-XFER-IN (WS-DEPT-IDX) TO WS-TOT-XFER-IN
           ADD MOV-XFER-OUT (WS-DEPT-IDX) TO WS-TOT-XFER-OUT
           ADD MOV-CLOSING (WS-DEPT-IDX) TO WS-TOT-CLOSING
           ADD MOV-MASTER-CLOSING (WS-DEPT-IDX)
               TO WS-TOT-MASTER-CLOSING

           MOVE MOV-OPENING (WS-DEPT-IDX) TO WS-LINE-OPENING
           MOVE MOV-TERMS (WS-DEPT-IDX) TO WS-LINE-TERMS
           MOVE MOV-CLOSING (WS-DEPT-IDX) TO WS-LINE-CLOSING
           PERFORM COMPUTE-TURNOVER

           MOVE MOV-OPENING (WS-DEPT-IDX) TO WS-COUNT-DISPLAY-1
           MOVE MOV-HIRES (WS-DEPT-IDX) TO WS-COUNT-DISPLAY-2
           MOVE MOV-REHIRES (WS-DEPT-IDX) TO WS-COUNT-DISPLAY-3
           MOVE MOV-TERMS (WS-DEPT-IDX) TO WS-COUNT-DISPLAY-4
           MOVE MOV-XFER-IN (WS-DEPT-IDX) TO WS-COUNT-DISPLAY-5
           MOVE MOV-XFER-OUT (WS-DEPT-IDX) TO WS-COUNT-DISPLAY-6
           MOVE MOV-CLOSING (WS-DEPT-IDX) TO WS-CLOSING-DISPLAY
           MOVE MOV-MASTER-CLOSING (WS-DEPT-IDX)
               TO WS-COUNT-DISPLAY-7
           MOVE SPACES TO REPORT-LINE
           STRING '  ' MOV-DEPT-CODE (WS-DEPT-IDX)
               ' ' WS-COUNT-DISPLAY-1 ' ' WS-COUNT-DISPLAY-2
               ' ' WS-COUNT-DISPLAY-3 ' ' WS-COUNT-DISPLAY-4
               ' ' WS-COUNT-DISPLAY-5 ' ' WS-COUNT-DISPLAY-6
               ' ' WS-CLOSING-DISPLAY ' ' WS-COUNT-DISPLAY-7
               '     ' WS-TURNOVER-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           IF MOV-CLOSING (WS-DEPT-IDX)
                   NOT = MOV-MASTER-CLOSING (WS-DEPT-IDX)
               MOVE '*DIFFERS FROM MASTER*' TO REPORT-LINE (84:21)
               ADD 1 TO WS-DEPTS-DIFFERING
           END-IF
           WRITE REPORT-LINE.

       WRITE-TOTAL-LINE.
           MOVE WS-TOT-OPENING TO WS-LINE-OPENING
           MOVE WS-TOT-TERMS TO WS-LINE-TERMS
           MOVE WS-TOT-CLOSING TO WS-LINE-CLOSING
           PERFORM COMPUTE-TURNOVER
           MOVE WS-TOT-OPENING TO WS-COUNT-DISPLAY-1
           MOVE WS-TOT-HIRES TO WS-COUNT-DISPLAY-2
           MOVE WS-TOT-REHIRES TO WS-COUNT-DISPLAY-3
           MOVE WS-TOT-TERMS TO WS-COUNT-DISPLAY-4
           MOVE WS-TOT-XFER-IN TO WS-COUNT-DISPLAY-5
           MOVE WS-TOT-XFER-OUT TO WS-COUNT-DISPLAY-6
           MOVE WS-TOT-CLOSING TO WS-CLOSING-DISPLAY
           MOVE WS-TOT-MASTER-CLOSING TO WS-COUNT-DISPLAY-7
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  TOTL'
               ' ' WS-COUNT-DISPLAY-1 ' ' WS-COUNT-DISPLAY-2
               ' ' WS-COUNT-DISPLAY-3 ' ' WS-COUNT-DISPLAY-4
               ' ' WS-COUNT-DISPLAY-5 ' ' WS-COUNT-DISPLAY-6
               ' ' WS-CLOSING-DISPLAY ' ' WS-COUNT-DISPLAY-7
               '     ' WS-TURNOVER-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           IF WS-TOT-CLOSING NOT = WS-TOT-MASTER-CLOSING
               MOVE '*DIFFERS FROM MASTER*' TO REPORT-LINE (84:21)
           END-IF
           WRITE REPORT-LINE.

      ******************************************************
      * TERMINATIONS OVER AVERAGE HEADCOUNT FOR THE RANGE,
      * ANNUALIZED: TERMS / ((OPENING + CLOSING) / 2)
      * * (12 / MONTHS) * 100. NO HEADCOUNT AT EITHER END
      * GIVES ZERO.
      ******************************************************
       COMPUTE-TURNOVER.
           MOVE 0 TO WS-TURNOVER-PCT
           COMPUTE WS-HEADCOUNT-SUM = WS-LINE-OPENING + WS-LINE-CLOSING
           IF WS-HEADCOUNT-SUM > 0
               COMPUTE WS-TURNOVER-PCT ROUNDED =
                   (WS-LINE-TERMS * 2400)
                   / (WS-HEADCOUNT-SUM * WS-MONTHS-IN-RANGE)
                   ON SIZE ERROR
                       MOVE 9999.99 TO WS-TURNOVER-PCT
               END-COMPUTE
           END-IF
           MOVE WS-TURNOVER-PCT TO WS-TURNOVER-DISPLAY.

       WRITE-REPORT-NOTES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-DEPTS-DIFFERING = 0
               STRING 'CLOSING HEADCOUNT AGREES WITH EMPMAS.DAT IN '
                   'EVERY DEPARTMENT'
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING WS-DEPTS-DIFFERING ' DEPARTMENT(S) DIFFER '
                   'FROM EMPMAS.DAT - THE MASTER WAS CHANGED OUTSIDE '
                   'THE AUDIT JOURNAL, OR A JOURNAL GENERATION IS '
                   'MISSING'
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           IF WS-THRU-MONTH-X < WS-CURRENT-DATE-X (1:6)
               MOVE SPACES TO REPORT-LINE
               STRING 'MASTER = EMPMAS.DAT HEADCOUNT WOUND BACK TO '
                   WS-RANGE-END-DATE (1:6)
                   ' THROUGH THE JOURNAL ENTRIES SINCE'
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM WRITE-MISSING-GENERATION
               VARYING WS-MISSING-IDX FROM 1 BY 1
               UNTIL WS-MISSING-IDX > WS-GENERATIONS-MISSING
           MOVE SPACES TO REPORT-LINE
           IF ARCHIVE-OPEN
               STRING 'REHIRES CONFIRMED FROM EMPARCH.DAT REINSTATE '
                   'DATE: ' WS-REHIRES-FROM-ARCHIVE
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING 'NO EMPARCH.DAT - REHIRES TAKEN FROM THE AUDIT '
                   'JOURNAL ONLY'
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           IF WS-EMP-OVERFLOW > 0
               MOVE SPACES TO REPORT-LINE
               STRING 'EMPLOYEE TABLE FULL - ' WS-EMP-OVERFLOW
                   ' JOURNAL ENTRIES NOT PLACED, OPENING AND MASTER '
                   'FIGURES INCOMPLETE'
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-DEPT-OVERFLOW > 0
               MOVE SPACES TO REPORT-LINE
               STRING 'DEPARTMENT TABLE FULL - ' WS-DEPT-OVERFLOW
                   ' COUNTS NOT PLACED'
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING 'JOURNAL ENTRIES READ: ' WS-JOURNAL-READ
               '  USED: ' WS-JOURNAL-USED
               '  HISTORY GENERATIONS READ: ' WS-GENERATIONS-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-MISSING-GENERATION.
           MOVE SPACES TO REPORT-LINE
           STRING 'NO AUDIT GENERATION ON FILE FOR '
               WS-MISSING-YEAR (WS-MISSING-IDX)
               ' - MOVEMENTS FOR THAT YEAR NOT SEEN'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
