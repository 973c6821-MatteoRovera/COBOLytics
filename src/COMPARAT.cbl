       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPA-RATIO-REPORT.
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

           SELECT PAY-GRADE-FILE
               ASSIGN TO "PAYGRADE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PAYGRADE-STATUS.

           SELECT COMPA-REPORT-FILE
               ASSIGN TO "COMPA.RPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-COMPA-STATUS.

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
           05  MASTER-HIRE-DATE.
               10  MASTER-HIRE-YEAR    PIC 9(4).
               10  MASTER-HIRE-MONTH   PIC 9(2).
               10  MASTER-HIRE-DAY     PIC 9(2).
           05  MASTER-SALARY           PIC 9(7)V99.
           05  MASTER-STATUS           PIC X(1).
           05  MASTER-LAST-UPDATE      PIC X(8).
           05  FILLER                  PIC X(45).

      ******************************************************
      * PAY GRADE REFERENCE - THE LAYOUT MUST MATCH THE FD IN
      * EMPLOYEE-RECORDS-SYSTEM.
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

       FD  COMPA-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS            PIC X(2).
       01  WS-PAYGRADE-STATUS          PIC X(2).
       01  WS-COMPA-STATUS             PIC X(2).

       01  WS-EOF-FLAGS.
           05  WS-MASTER-EOF           PIC X(1) VALUE 'N'.
               88  MASTER-EOF          VALUE 'Y'.
           05  WS-PAYGRADE-EOF         PIC X(1) VALUE 'N'.
               88  PAYGRADE-EOF        VALUE 'Y'.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR         PIC 9(4).
           05  WS-CURRENT-MONTH        PIC 9(2).
           05  WS-CURRENT-DAY          PIC 9(2).
       01  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE
                                       PIC X(8).

      ******************************************************
      * PAY GRADE TABLE FROM PAYGRADE.DAT, ONE ENTRY PER JOB
      * TITLE. SEVERAL TITLES CAN SHARE A GRADE, SO EACH
      * ENTRY ALSO CARRIES THE SLOT OF ITS GRADE IN THE
      * SUMMARY TABLE BELOW.
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
               10  GRADE-TABLE-SLOT         PIC 9(3).

       01  WS-GRADE-LOOKUP-TITLE       PIC X(25).
       01  WS-GRADE-MATCH-IDX          PIC 9(3) VALUE 0.
       01  WS-GRADE-FOUND-SWITCH       PIC X(1) VALUE 'N'.
           88  GRADE-FOUND             VALUE 'Y'.

      ******************************************************
      * ONE SUMMARY SLOT PER DISTINCT GRADE, IN THE ORDER THE
      * GRADES FIRST APPEAR ON PAYGRADE.DAT, PLUS A LAST SLOT
      * FOR EMPLOYEES WHOSE TITLE IS BLANK OR NOT ON THE
      * TABLE. THE DEPT- FIGURES ARE CLEARED ON EACH
      * DEPARTMENT BREAK, THE CO- FIGURES RUN FOR THE WHOLE
      * REPORT.
      ******************************************************
       01  WS-SLOT-COUNT               PIC 9(3) VALUE 0.
       01  WS-NO-GRADE-SLOT            PIC 9(3) VALUE 0.
       01  WS-SLOT-MATCH               PIC 9(3) VALUE 0.
       01  WS-SUMMARY-TABLE.
           05  SUMMARY-ENTRY OCCURS 101 TIMES
                   INDEXED BY WS-SLOT-IDX.
               10  SUM-GRADE                PIC X(3).
               10  SUM-DEPT-COUNT           PIC 9(5).
               10  SUM-DEPT-COMPA-TOTAL     PIC 9(7)V999.
               10  SUM-DEPT-BELOW           PIC 9(5).
               10  SUM-DEPT-ABOVE           PIC 9(5).
               10  SUM-CO-COUNT             PIC 9(5).
               10  SUM-CO-COMPA-TOTAL       PIC 9(7)V999.
               10  SUM-CO-BELOW             PIC 9(5).
               10  SUM-CO-ABOVE             PIC 9(5).

      ******************************************************
      * REPORT CONTROL - THE MASTER IS WALKED ON THE
      * DEPARTMENT ALTERNATE INDEX SO THE REPORT GROUPS BY
      * DEPARTMENT, WITH A GRADE SUMMARY ON EACH BREAK.
      ******************************************************
       01  WS-RPT-DEPT-CODE            PIC X(4) VALUE SPACES.
       01  WS-DEPT-EMP-COUNT           PIC 9(5) VALUE 0.
       01  WS-RPT-EMP-COUNT            PIC 9(5) VALUE 0.
       01  WS-RPT-BELOW-COUNT          PIC 9(5) VALUE 0.
       01  WS-RPT-ABOVE-COUNT          PIC 9(5) VALUE 0.
       01  WS-RPT-NO-GRADE-COUNT       PIC 9(5) VALUE 0.
       01  WS-COMPA-RATIO              PIC 9(2)V999 VALUE 0.
       01  WS-AVG-COMPA                PIC 9(2)V999 VALUE 0.
       01  WS-SUM-COUNT                PIC 9(5) VALUE 0.
       01  WS-SUM-COMPA-TOTAL          PIC 9(7)V999 VALUE 0.
       01  WS-SUM-BELOW                PIC 9(5) VALUE 0.
       01  WS-SUM-ABOVE                PIC 9(5) VALUE 0.
       01  WS-SALARY-DISPLAY           PIC Z(6)9.99.
       01  WS-COMPA-DISPLAY            PIC Z9.999.
       01  WS-GRADE-DISPLAY            PIC X(8).

       PROCEDURE DIVISION.

      ******************************************************
      * COMPA-RATIO REPORT - EVERY ACTIVE EMPLOYEE'S SALARY
      * AS A RATIO OF THE MIDPOINT OF THE GRADE FOR THEIR JOB
      * TITLE, BY DEPARTMENT, FLAGGING ANYONE PAID BELOW THE
      * GRADE MINIMUM OR ABOVE THE MAXIMUM. EACH DEPARTMENT
      * CLOSES WITH A SUMMARY BY GRADE AND THE REPORT CLOSES
      * WITH THE SAME SUMMARY FOR THE WHOLE COMPANY.
      ******************************************************
       MAIN-LOGIC.
           ACCEPT WS-CURRENT-DATE-X FROM DATE YYYYMMDD
           PERFORM LOAD-PAY-GRADE-TABLE
           IF WS-GRADE-COUNT = 0
               DISPLAY 'NO PAY GRADES LOADED - COMPA.RPT NOT '
                   'PRODUCED'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM PRINT-COMPA-REPORT
           END-IF
           STOP RUN.

      ******************************************************
      * LOAD THE PAY GRADE TABLE AND BUILD THE LIST OF
      * DISTINCT GRADES. A ROW WHOSE RANGE IS NOT NUMERIC OR
      * RUNS BACKWARDS IS SKIPPED, AS IT IS IN THE BATCH.
      ******************************************************
       LOAD-PAY-GRADE-TABLE.
           MOVE 0 TO WS-GRADE-COUNT
           MOVE 0 TO WS-SLOT-COUNT
           OPEN INPUT PAY-GRADE-FILE
           IF WS-PAYGRADE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN PAYGRADE.DAT - STATUS '
                   WS-PAYGRADE-STATUS
           ELSE
               MOVE 'N' TO WS-PAYGRADE-EOF
               PERFORM READ-PAY-GRADE
               PERFORM BUILD-GRADE-TABLE-ENTRY UNTIL PAYGRADE-EOF
               CLOSE PAY-GRADE-FILE
           END-IF
           ADD 1 TO WS-SLOT-COUNT
           MOVE WS-SLOT-COUNT TO WS-NO-GRADE-SLOT
           SET WS-SLOT-IDX TO WS-NO-GRADE-SLOT
           MOVE SPACES TO SUM-GRADE (WS-SLOT-IDX)
           PERFORM CLEAR-SLOT-FIGURES
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > WS-SLOT-COUNT.

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
                   OR PG-MID-SALARY = 0
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
               PERFORM FIND-OR-ADD-GRADE-SLOT
               MOVE WS-SLOT-MATCH TO GRADE-TABLE-SLOT (WS-GRADE-IDX)
           END-IF
           END-IF
           PERFORM READ-PAY-GRADE.

       FIND-OR-ADD-GRADE-SLOT.
           MOVE 0 TO WS-SLOT-MATCH
           PERFORM FIND-GRADE-SLOT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > WS-SLOT-COUNT
                   OR WS-SLOT-MATCH > 0
           IF WS-SLOT-MATCH = 0
               ADD 1 TO WS-SLOT-COUNT
               SET WS-SLOT-IDX TO WS-SLOT-COUNT
               MOVE PG-GRADE TO SUM-GRADE (WS-SLOT-IDX)
               MOVE WS-SLOT-COUNT TO WS-SLOT-MATCH
           END-IF.

       FIND-GRADE-SLOT.
           IF SUM-GRADE (WS-SLOT-IDX) = PG-GRADE
               SET WS-SLOT-MATCH TO WS-SLOT-IDX
           END-IF.

       CLEAR-SLOT-FIGURES.
           MOVE 0 TO SUM-DEPT-COUNT (WS-SLOT-IDX)
           MOVE 0 TO SUM-DEPT-COMPA-TOTAL (WS-SLOT-IDX)
           MOVE 0 TO SUM-DEPT-BELOW (WS-SLOT-IDX)
           MOVE 0 TO SUM-DEPT-ABOVE (WS-SLOT-IDX)
           MOVE 0 TO SUM-CO-COUNT (WS-SLOT-IDX)
           MOVE 0 TO SUM-CO-COMPA-TOTAL (WS-SLOT-IDX)
           MOVE 0 TO SUM-CO-BELOW (WS-SLOT-IDX)
           MOVE 0 TO SUM-CO-ABOVE (WS-SLOT-IDX).

      ******************************************************
      * LOOK UP WS-GRADE-LOOKUP-TITLE IN THE PAY GRADE TABLE.
      * SETS GRADE-FOUND AND, WHEN FOUND, WS-GRADE-MATCH-IDX.
      ******************************************************
       VALIDATE-JOB-TITLE.
           MOVE 'N' TO WS-GRADE-FOUND-SWITCH
           MOVE 0 TO WS-GRADE-MATCH-IDX
           PERFORM FIND-GRADE-TABLE-ENTRY
               VARYING WS-GRADE-IDX FROM 1 BY 1
               UNTIL WS-GRADE-IDX > WS-GRADE-COUNT OR GRADE-FOUND.

       FIND-GRADE-TABLE-ENTRY.
           IF GRADE-TABLE-TITLE (WS-GRADE-IDX) = WS-GRADE-LOOKUP-TITLE
               MOVE 'Y' TO WS-GRADE-FOUND-SWITCH
               SET WS-GRADE-MATCH-IDX TO WS-GRADE-IDX
           END-IF.

       PRINT-COMPA-REPORT.
           MOVE 'N' TO WS-MASTER-EOF
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN EMPMAS.DAT - STATUS '
                   WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT COMPA-REPORT-FILE
               IF WS-COMPA-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN COMPA.RPT - STATUS '
                       WS-COMPA-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM WRITE-COMPA-REPORT
               END-IF
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.

       WRITE-COMPA-REPORT.
           MOVE SPACES TO REPORT-LINE
           STRING 'COMPA-RATIO REPORT - RUN DATE '
               WS-CURRENT-DATE-X
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  EMP ID   NAME                           '
               'JOB TITLE                 GRD      SALARY  '
               'COMPA'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-RPT-DEPT-CODE
           MOVE LOW-VALUES TO MASTER-DEPT-CODE
           START EMPLOYEE-MASTER-FILE
               KEY IS NOT LESS THAN MASTER-DEPT-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF
           END-START
           IF NOT MASTER-EOF
               PERFORM READ-MASTER
               PERFORM REPORT-ONE-EMPLOYEE UNTIL MASTER-EOF
           END-IF
           IF WS-DEPT-EMP-COUNT > 0
               PERFORM WRITE-DEPT-GRADE-SUMMARY
           END-IF
           PERFORM WRITE-COMPANY-GRADE-SUMMARY
           CLOSE COMPA-REPORT-FILE
           DISPLAY 'COMPA-RATIO REPORT - EMPLOYEES '
               WS-RPT-EMP-COUNT ' BELOW MIN '
               WS-RPT-BELOW-COUNT ' ABOVE MAX '
               WS-RPT-ABOVE-COUNT ' NO GRADE '
               WS-RPT-NO-GRADE-COUNT.

       READ-MASTER.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF
           END-READ.

       REPORT-ONE-EMPLOYEE.
           IF MASTER-STATUS = 'A'
               PERFORM WRITE-COMPA-LINE
           END-IF
           PERFORM READ-MASTER.

       WRITE-COMPA-LINE.
           IF MASTER-DEPT-CODE NOT = WS-RPT-DEPT-CODE
               IF WS-DEPT-EMP-COUNT > 0
                   PERFORM WRITE-DEPT-GRADE-SUMMARY
               END-IF
               MOVE MASTER-DEPT-CODE TO WS-RPT-DEPT-CODE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING 'DEPARTMENT ' WS-RPT-DEPT-CODE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE 'N' TO WS-GRADE-FOUND-SWITCH
           IF MASTER-JOB-TITLE NOT = SPACES
               MOVE MASTER-JOB-TITLE TO WS-GRADE-LOOKUP-TITLE
               PERFORM VALIDATE-JOB-TITLE
           END-IF
           MOVE MASTER-SALARY TO WS-SALARY-DISPLAY
           MOVE SPACES TO REPORT-LINE
           IF GRADE-FOUND
               SET WS-GRADE-IDX TO WS-GRADE-MATCH-IDX
               COMPUTE WS-COMPA-RATIO ROUNDED =
                   MASTER-SALARY / GRADE-TABLE-MID (WS-GRADE-IDX)
                   ON SIZE ERROR
                       MOVE 99.999 TO WS-COMPA-RATIO
               END-COMPUTE
               MOVE WS-COMPA-RATIO TO WS-COMPA-DISPLAY
               STRING '  ' MASTER-EMP-ID ' ' MASTER-EMP-NAME
                   ' ' MASTER-JOB-TITLE
                   ' ' GRADE-TABLE-GRADE (WS-GRADE-IDX)
                   ' ' WS-SALARY-DISPLAY
                   ' ' WS-COMPA-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               SET WS-SLOT-IDX TO GRADE-TABLE-SLOT (WS-GRADE-IDX)
               ADD 1 TO SUM-DEPT-COUNT (WS-SLOT-IDX)
               ADD 1 TO SUM-CO-COUNT (WS-SLOT-IDX)
               ADD WS-COMPA-RATIO TO SUM-DEPT-COMPA-TOTAL (WS-SLOT-IDX)
               ADD WS-COMPA-RATIO TO SUM-CO-COMPA-TOTAL (WS-SLOT-IDX)
               IF MASTER-SALARY < GRADE-TABLE-MIN (WS-GRADE-IDX)
                   MOVE '*BELOW MIN*' TO REPORT-LINE (92:11)
                   ADD 1 TO SUM-DEPT-BELOW (WS-SLOT-IDX)
                   ADD 1 TO SUM-CO-BELOW (WS-SLOT-IDX)
                   ADD 1 TO WS-RPT-BELOW-COUNT
               ELSE
                   IF MASTER-SALARY > GRADE-TABLE-MAX (WS-GRADE-IDX)
                       MOVE '*ABOVE MAX*' TO REPORT-LINE (92:11)
                       ADD 1 TO SUM-DEPT-ABOVE (WS-SLOT-IDX)
                       ADD 1 TO SUM-CO-ABOVE (WS-SLOT-IDX)
                       ADD 1 TO WS-RPT-ABOVE-COUNT
                   END-IF
               END-IF
           ELSE
               STRING '  ' MASTER-EMP-ID ' ' MASTER-EMP-NAME
                   ' ' MASTER-JOB-TITLE
                   ' ' '   '
                   ' ' WS-SALARY-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               MOVE '*NO GRADE*' TO REPORT-LINE (92:10)
               SET WS-SLOT-IDX TO WS-NO-GRADE-SLOT
               ADD 1 TO SUM-DEPT-COUNT (WS-SLOT-IDX)
               ADD 1 TO SUM-CO-COUNT (WS-SLOT-IDX)
               ADD 1 TO WS-RPT-NO-GRADE-COUNT
           END-IF
           WRITE REPORT-LINE
           ADD 1 TO WS-DEPT-EMP-COUNT
           ADD 1 TO WS-RPT-EMP-COUNT.

      ******************************************************
      * GRADE SUMMARY ON A DEPARTMENT BREAK - ONE LINE PER
      * GRADE THAT HAS ANYONE IN THIS DEPARTMENT, THEN THE
      * DEPARTMENT FIGURES ARE CLEARED FOR THE NEXT ONE.
      ******************************************************
       WRITE-DEPT-GRADE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           STRING '  DEPARTMENT ' WS-RPT-DEPT-CODE
               ' BY GRADE - EMPLOYEES ' WS-DEPT-EMP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-DEPT-SLOT-LINE
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > WS-SLOT-COUNT
           MOVE 0 TO WS-DEPT-EMP-COUNT.

       WRITE-DEPT-SLOT-LINE.
           IF SUM-DEPT-COUNT (WS-SLOT-IDX) > 0
               MOVE SUM-DEPT-COUNT (WS-SLOT-IDX) TO WS-SUM-COUNT
               MOVE SUM-DEPT-COMPA-TOTAL (WS-SLOT-IDX)
                   TO WS-SUM-COMPA-TOTAL
               MOVE SUM-DEPT-BELOW (WS-SLOT-IDX) TO WS-SUM-BELOW
               MOVE SUM-DEPT-ABOVE (WS-SLOT-IDX) TO WS-SUM-ABOVE
               PERFORM WRITE-GRADE-SUMMARY-LINE
               MOVE 0 TO SUM-DEPT-COUNT (WS-SLOT-IDX)
               MOVE 0 TO SUM-DEPT-COMPA-TOTAL (WS-SLOT-IDX)
               MOVE 0 TO SUM-DEPT-BELOW (WS-SLOT-IDX)
               MOVE 0 TO SUM-DEPT-ABOVE (WS-SLOT-IDX)
           END-IF.

       WRITE-COMPANY-GRADE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'COMPANY BY GRADE - EMPLOYEES ' WS-RPT-EMP-COUNT
               ' BELOW MIN ' WS-RPT-BELOW-COUNT
               ' ABOVE MAX ' WS-RPT-ABOVE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-COMPANY-SLOT-LINE
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > WS-SLOT-COUNT.

       WRITE-COMPANY-SLOT-LINE.
           IF SUM-CO-COUNT (WS-SLOT-IDX) > 0
               MOVE SUM-CO-COUNT (WS-SLOT-IDX) TO WS-SUM-COUNT
               MOVE SUM-CO-COMPA-TOTAL (WS-SLOT-IDX)
                   TO WS-SUM-COMPA-TOTAL
               MOVE SUM-CO-BELOW (WS-SLOT-IDX) TO WS-SUM-BELOW
               MOVE SUM-CO-ABOVE (WS-SLOT-IDX) TO WS-SUM-ABOVE
               PERFORM WRITE-GRADE-SUMMARY-LINE
           END-IF.

      ******************************************************
      * ONE SUMMARY LINE FROM THE WS-SUM- FIGURES FOR THE
      * SLOT AT WS-SLOT-IDX. THE NO-GRADE SLOT HAS NO
      * MIDPOINT, SO IT SHOWS A HEADCOUNT ONLY.
      ******************************************************
       WRITE-GRADE-SUMMARY-LINE.
           MOVE SPACES TO REPORT-LINE
           IF WS-SLOT-IDX = WS-NO-GRADE-SLOT
               MOVE 'NO GRADE' TO WS-GRADE-DISPLAY
               STRING '    GRADE ' WS-GRADE-DISPLAY
                   ' EMPLOYEES ' WS-SUM-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               MOVE SUM-GRADE (WS-SLOT-IDX) TO WS-GRADE-DISPLAY
               COMPUTE WS-AVG-COMPA ROUNDED =
                   WS-SUM-COMPA-TOTAL / WS-SUM-COUNT
                   ON SIZE ERROR
                       MOVE 99.999 TO WS-AVG-COMPA
               END-COMPUTE
               MOVE WS-AVG-COMPA TO WS-COMPA-DISPLAY
               STRING '    GRADE ' WS-GRADE-DISPLAY
                   ' EMPLOYEES ' WS-SUM-COUNT
                   ' AVG COMPA ' WS-COMPA-DISPLAY
                   ' BELOW MIN ' WS-SUM-BELOW
                   ' ABOVE MAX ' WS-SUM-ABOVE
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.
