       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-VERIFICATION.
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

           SELECT LEAVE-BALANCE-FILE
               ASSIGN TO "LEAVEBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-EMP-ID
               FILE STATUS IS WS-LEAVE-STATUS.

           SELECT TRAINING-CERT-FILE
               ASSIGN TO "TRNCERT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRN-KEY
               FILE STATUS IS WS-TRNCERT-STATUS.

           SELECT COURSE-CATALOG-FILE
               ASSIGN TO "CRSCAT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CRSCAT-STATUS.

           SELECT VERIFY-CONTROL-FILE
               ASSIGN TO "VERCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VC-CONTROL-NO
               ALTERNATE RECORD KEY IS VC-EMP-YEAR-KEY
               FILE STATUS IS WS-VERCTL-STATUS.

           SELECT STATEMENT-FILE
               ASSIGN TO "VERSTMT.RPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VERSTMT-STATUS.

           SELECT RETURN-INTAKE-FILE
               ASSIGN TO "VERRTN.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VERRTN-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO "TRANS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT FOLLOW-UP-REPORT-FILE
               ASSIGN TO "VERFUP.RPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VERFUP-STATUS.

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
      * LEAVE BALANCES - THE LAYOUT MUST MATCH THE FD IN
      * LEAVE-ACCRUAL-SYSTEM. ONLY THE BALANCES ARE USED HERE.
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
           05  LV-LAST-ACCRUAL         PIC X(8).
           05  LV-UNPAID-HOURS         PIC 9(3)V99.
           05  LV-PAY-DATE-TAKEN       PIC X(8).

      ******************************************************
      * TRAINING/CERTIFICATION FILE - THE LAYOUT MUST MATCH
      * THE FD IN EMPLOYEE-RECORDS-SYSTEM. AN EMPLOYEE'S RUNS
      * GROUP BY COURSE WITH THE LATEST RUN LAST.
      ******************************************************
       FD  TRAINING-CERT-FILE
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  TRAINING-CERT-RECORD.
           05  TRN-KEY.
               10  TRN-EMP-ID          PIC X(8).
               10  TRN-COURSE-ID       PIC X(8).
               10  TRN-RUN-DATE        PIC X(8).
           05  TRN-CALC-GRADE          PIC 9(3)V99.
           05  TRN-FIN-GRADE           PIC X(1).
           05  TRN-RESULT              PIC X(4).
           05  FILLER                  PIC X(6).

      ******************************************************
      * COURSE CATALOG - THE LAYOUT MUST MATCH THE FD IN
      * EMPLOYEE-RECORDS-SYSTEM. ONLY THE NAME AND VALIDITY
      * PERIOD ARE USED HERE.
      ******************************************************
       FD  COURSE-CATALOG-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  COURSE-CATALOG-RECORD.
           05  CRS-COURSE-ID           PIC X(8).
           05  CRS-NAME                PIC X(30).
           05  CRS-VALID-MONTHS        PIC 9(3).
           05  CRS-REQ-TYPE            PIC X(1).
           05  CRS-REQ-VALUE           PIC X(25).
           05  FILLER                  PIC X(13).

      ******************************************************
      * VERIFICATION CONTROL - ONE RECORD PER STATEMENT
      * ISSUED. THE CONTROL NUMBER IS THE STATEMENT YEAR AND
      * A SEQUENCE WITHIN IT; THE ALTERNATE KEY FINDS AN
      * EMPLOYEE'S STATEMENT FOR A YEAR SO A REPRINT KEEPS
      * THE SAME NUMBER. RETURN STATUS 'N' NOT YET RETURNED,
      * 'R' RETURNED WITH NO CHANGES, 'C' RETURNED CORRECTED.
      ******************************************************
       FD  VERIFY-CONTROL-FILE
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  VERIFY-CONTROL-RECORD.
           05  VC-CONTROL-NO.
               10  VC-CONTROL-YEAR     PIC 9(4).
               10  VC-CONTROL-SEQ      PIC 9(5).
           05  VC-EMP-YEAR-KEY.
               10  VC-EMP-ID           PIC X(8).
               10  VC-STMT-YEAR        PIC 9(4).
           05  VC-ISSUED-ON            PIC X(8).
           05  VC-CUTOFF-DATE          PIC X(8).
           05  VC-RETURN-STATUS        PIC X(1).
               88  NOT-RETURNED        VALUE 'N'.
               88  RETURNED-NO-CHANGE  VALUE 'R'.
               88  RETURNED-CORRECTED  VALUE 'C'.
           05  VC-RETURNED-ON          PIC X(8).
           05  FILLER                  PIC X(14).

       FD  STATEMENT-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  STATEMENT-LINE              PIC X(80).

      ******************************************************
      * RETURNED STATEMENTS, KEYED AGAINST THE CONTROL NUMBER
      * PRINTED ON THEM. A FIELD LEFT BLANK IS UNCHANGED;
      * VR-NO-CHANGE 'Y' RECORDS A STATEMENT RETURNED AS
      * CORRECT.
      ******************************************************
       FD  RETURN-INTAKE-FILE
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  RETURN-INTAKE-RECORD.
           05  VR-CONTROL-NO           PIC X(9).
           05  VR-NO-CHANGE            PIC X(1).
               88  CONFIRMED-CORRECT   VALUE 'Y', 'y'.
           05  VR-EMP-NAME             PIC X(30).
           05  VR-EMP-ADDRESS          PIC X(50).
           05  VR-EMP-PHONE            PIC X(12).
           05  VR-DEPT-CODE            PIC X(4).
           05  VR-JOB-TITLE            PIC X(25).
           05  FILLER                  PIC X(19).

      ******************************************************
      * DAILY TRANSACTION BATCH - THE LAYOUT MUST MATCH THE
      * FD IN EMPLOYEE-RECORDS-SYSTEM. CORRECTIONS ARE ADDED
      * TO THE END OF IT AS UPDATES, SO THEY ARE VALIDATED,
      * APPLIED AND AUDITED LIKE ANY KEYED CHANGE.
      ******************************************************
       FD  TRANSACTION-FILE
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  TRANSACTION-RECORD.
           05  TRANS-TYPE              PIC X(1).
           05  TRANS-EMP-ID            PIC X(8).
           05  TRANS-EMP-NAME          PIC X(30).
           05  TRANS-EMP-ADDRESS       PIC X(50).
           05  TRANS-SALARY            PIC 9(7)V99.
           05  TRANS-DEPT-CODE         PIC X(4).
           05  TRANS-EFFECTIVE-DATE    PIC X(8).

       FD  FOLLOW-UP-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  FOLLOW-UP-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS            PIC X(2).
       01  WS-LEAVE-STATUS             PIC X(2).
       01  WS-TRNCERT-STATUS           PIC X(2).
       01  WS-CRSCAT-STATUS            PIC X(2).
       01  WS-VERCTL-STATUS            PIC X(2).
       01  WS-VERSTMT-STATUS           PIC X(2).
       01  WS-VERRTN-STATUS            PIC X(2).
       01  WS-TRANS-STATUS             PIC X(2).
       01  WS-VERFUP-STATUS            PIC X(2).

       01  WS-EOF-FLAGS.
           05  WS-MASTER-EOF           PIC X(1) VALUE 'N'.
               88  MASTER-EOF          VALUE 'Y'.
           05  WS-VERCTL-EOF           PIC X(1) VALUE 'N'.
               88  VERCTL-EOF          VALUE 'Y'.
           05  WS-VERRTN-EOF           PIC X(1) VALUE 'N'.
               88  VERRTN-EOF          VALUE 'Y'.
           05  WS-TRANS-EOF            PIC X(1) VALUE 'N'.
               88  TRANS-EOF           VALUE 'Y'.
           05  WS-CRSCAT-EOF           PIC X(1) VALUE 'N'.
               88  CRSCAT-EOF          VALUE 'Y'.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR         PIC 9(4).
           05  WS-CURRENT-MONTH        PIC 9(2).
           05  WS-CURRENT-DAY          PIC 9(2).
       01  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE
                                       PIC X(8).

      ******************************************************
      * PARM: S YYYYMMDD PRINTS THIS YEAR'S STATEMENTS WITH
      * YYYYMMDD AS THE RETURN CUTOFF. F TAKES IN RETURNED
      * CORRECTIONS AND LISTS WHO HAS NOT RETURNED THIS
      * YEAR'S STATEMENT; F YYYY DOES THE SAME FOR AN EARLIER
      * STATEMENT YEAR.
      ******************************************************
       01  WS-PARM-ENTRY.
           05  WS-PARM-MODE            PIC X(1).
               88  STATEMENT-RUN       VALUE 'S', 's'.
               88  FOLLOW-UP-RUN       VALUE 'F', 'f'.
           05  FILLER                  PIC X(1).
           05  WS-PARM-DATE            PIC X(8).
           05  FILLER                  PIC X(70).

       01  WS-CUTOFF-DATE              PIC X(8) VALUE SPACES.
       01  WS-STMT-YEAR                PIC 9(4) VALUE 0.
       01  WS-LAST-SEQ                 PIC 9(5) VALUE 0.

      ******************************************************
      * COURSE NAMES AND VALIDITY FROM CRSCAT.DAT FOR THE
      * CERTIFICATIONS SECTION. A COURSE NOT ON THE CATALOG
      * PRINTS BY ITS ID AND IS TAKEN AS NEVER EXPIRING.
      ******************************************************
       01  WS-CRS-TABLE-MAX            PIC 9(2) VALUE 30.
       01  WS-CRS-COUNT                PIC 9(2) VALUE 0.
       01  WS-CRS-TABLE.
           05  CRS-TABLE-ENTRY OCCURS 30 TIMES
                   INDEXED BY WS-CRS-IDX.
               10  CRS-TABLE-ID        PIC X(8).
               10  CRS-TABLE-NAME      PIC X(30).
               10  CRS-TABLE-MONTHS    PIC 9(3).
       01  WS-CRS-MATCH-IDX            PIC 9(2) VALUE 0.
       01  WS-CRS-LOOKUP-ID            PIC X(8) VALUE SPACES.

      ******************************************************
      * CERTIFICATION SCAN - AN EMPLOYEE'S TRAINING RECORDS
      * ARE READ IN KEY ORDER AND THE LATEST PASSING RUN OF
      * EACH COURSE IS PRINTED WHILE IT IS STILL CURRENT.
      ******************************************************
       01  WS-TRNCERT-OPEN-SWITCH      PIC X(1) VALUE 'N'.
           88  TRNCERT-OPEN            VALUE 'Y'.
       01  WS-LEAVEBAL-OPEN-SWITCH     PIC X(1) VALUE 'N'.
           88  LEAVEBAL-OPEN           VALUE 'Y'.
       01  WS-TRNSCAN-DONE-SWITCH      PIC X(1) VALUE 'N'.
           88  TRN-SCAN-DONE           VALUE 'Y'.
       01  WS-SCAN-COURSE-ID           PIC X(8) VALUE SPACES.
       01  WS-LAST-PASS-DATE           PIC X(8) VALUE SPACES.
       01  WS-CERT-PRINTED             PIC 9(3) VALUE 0.
       01  WS-EXPIRY-DATE.
           05  WS-EXPIRY-YEAR          PIC 9(4).
           05  WS-EXPIRY-MONTH         PIC 9(2).
           05  WS-EXPIRY-DAY           PIC 9(2).
       01  WS-EXPIRY-DATE-X REDEFINES WS-EXPIRY-DATE
                                       PIC X(8).
       01  WS-EXPIRY-MONTH-WORK        PIC 9(5) VALUE 0.
       01  WS-EXPIRY-YEARS-ADD         PIC 9(3) VALUE 0.
       01  WS-EXPIRY-MONTH-REM         PIC 9(2) VALUE 0.
       01  WS-CERT-NAME                PIC X(30) VALUE SPACES.
       01  WS-CERT-MONTHS              PIC 9(3) VALUE 0.

       01  WS-STATEMENT-COUNT          PIC 9(5) VALUE 0.
       01  WS-NEW-CONTROL-COUNT        PIC 9(5) VALUE 0.
       01  WS-REPRINT-COUNT            PIC 9(5) VALUE 0.
       01  WS-VAC-DISPLAY              PIC ZZ9.99.
       01  WS-SICK-DISPLAY             PIC ZZ9.99.

      ******************************************************
      * EMPLOYEES WITH A TRANSACTION ALREADY ON TONIGHT'S
      * TRANS.DAT. AN UPDATE CARRIES THE WHOLE NAME, ADDRESS
      * AND SALARY, SO A CORRECTION BUILT FROM THE MASTER AS
      * IT STANDS WOULD UNDO THE KEYED CHANGE APPLIED AHEAD OF
      * IT - SUCH A RETURN IS HELD AND TAKEN ON A LATER RUN.
      ******************************************************
       01  WS-KEYED-TABLE-MAX          PIC 9(4) VALUE 2000.
       01  WS-KEYED-COUNT              PIC 9(4) VALUE 0.
       01  WS-KEYED-TABLE.
           05  KEYED-EMP-ID            PIC X(8) OCCURS 2000 TIMES
                   INDEXED BY WS-KEYED-IDX.
       01  WS-KEYED-FULL-SWITCH        PIC X(1) VALUE 'N'.
           88  KEYED-TABLE-FULL        VALUE 'Y'.
       01  WS-KEYED-FOUND-SWITCH       PIC X(1) VALUE 'N'.
           88  KEYED-FOUND             VALUE 'Y'.
       01  WS-KEYED-LOOKUP-ID          PIC X(8) VALUE SPACES.

       01  WS-TRANS-OPEN-SWITCH        PIC X(1) VALUE 'N'.
           88  TRANS-OUT-OPEN          VALUE 'Y'.
           88  TRANS-OUT-FAILED        VALUE 'F'.
       01  WS-RETURN-VALID-SWITCH      PIC X(1) VALUE 'Y'.
           88  RETURN-VALID            VALUE 'Y'.
       01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
       01  WS-MASTER-CHANGE-SWITCH     PIC X(1) VALUE 'N'.
           88  MASTER-CHANGE-FOUND     VALUE 'Y'.
       01  WS-MANUAL-CHANGE-SWITCH     PIC X(1) VALUE 'N'.
           88  MANUAL-CHANGE-FOUND     VALUE 'Y'.
       01  WS-RETURNED-COUNT           PIC 9(5) VALUE 0.
       01  WS-TRANS-WRITTEN-COUNT      PIC 9(5) VALUE 0.
       01  WS-MANUAL-COUNT             PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT               PIC 9(5) VALUE 0.
       01  WS-RETURN-REJECT-COUNT      PIC 9(5) VALUE 0.
       01  WS-OUTSTANDING-COUNT        PIC 9(5) VALUE 0.
       01  WS-OVERDUE-COUNT            PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

      ******************************************************
      * ANNUAL EMPLOYEE DATA VERIFICATION. THE STATEMENT RUN
      * PRINTS WHAT IS ON FILE FOR EVERY ACTIVE EMPLOYEE,
      * EACH UNDER ITS OWN CONTROL NUMBER. THE FOLLOW-UP RUN
      * TURNS RETURNED CORRECTIONS INTO TRANS.DAT UPDATES AND
      * LISTS THE STATEMENTS STILL OUT.
      ******************************************************
       MAIN-LOGIC.
           ACCEPT WS-CURRENT-DATE-X FROM DATE YYYYMMDD
           MOVE SPACES TO WS-PARM-ENTRY
           ACCEPT WS-PARM-ENTRY FROM COMMAND-LINE
           IF WS-PARM-MODE = SPACE
               DISPLAY 'Run - S)tatements or F)ollow-up: '
                   WITH NO ADVANCING
               ACCEPT WS-PARM-MODE
           END-IF

           IF STATEMENT-RUN
               PERFORM SET-STATEMENT-CUTOFF
               IF WS-CUTOFF-DATE = SPACES
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM PRINT-VERIFICATION-STATEMENTS
               END-IF
           ELSE
           IF FOLLOW-UP-RUN
               PERFORM SET-FOLLOW-UP-YEAR
               IF WS-STMT-YEAR = 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM RUN-VERIFICATION-FOLLOW-UP
               END-IF
           ELSE
               DISPLAY 'BAD PARM - ' WS-PARM-MODE
                   ' - USE S YYYYMMDD OR F'
               MOVE 8 TO RETURN-CODE
           END-IF
           END-IF
           STOP RUN.

       SET-STATEMENT-CUTOFF.
           MOVE SPACES TO WS-CUTOFF-DATE
           IF WS-PARM-DATE = SPACES
               DISPLAY 'Return cutoff date (YYYYMMDD): '
                   WITH NO ADVANCING
               ACCEPT WS-PARM-DATE
           END-IF
           IF WS-PARM-DATE NOT NUMERIC
               DISPLAY 'INVALID CUTOFF DATE - RUN ABANDONED'
           ELSE
               IF WS-PARM-DATE NOT > WS-CURRENT-DATE-X
                   DISPLAY 'CUTOFF DATE MUST BE AFTER TODAY - RUN '
                       'ABANDONED'
               ELSE
                   MOVE WS-PARM-DATE TO WS-CUTOFF-DATE
                   MOVE WS-CURRENT-YEAR TO WS-STMT-YEAR
               END-IF
           END-IF.

       SET-FOLLOW-UP-YEAR.
           MOVE 0 TO WS-STMT-YEAR
           IF WS-PARM-DATE = SPACES
               MOVE WS-CURRENT-YEAR TO WS-STMT-YEAR
           ELSE
               IF WS-PARM-DATE (1:4) NOT NUMERIC
                       OR WS-PARM-DATE (5:4) NOT = SPACES
                   DISPLAY 'INVALID STATEMENT YEAR - RUN ABANDONED'
               ELSE
                   MOVE WS-PARM-DATE (1:4) TO WS-STMT-YEAR
               END-IF
           END-IF.

      ******************************************************
      * STATEMENT RUN - ACTIVE EMPLOYEES IN DEPARTMENT ORDER
      * SO THE STATEMENTS CAN BE HANDED OUT BY DEPARTMENT. AN
      * EMPLOYEE WHO ALREADY HAS THIS YEAR'S CONTROL NUMBER
      * (A REPRINT) KEEPS IT; ONE NOT YET RETURNED TAKES THE
      * NEW CUTOFF.
      ******************************************************
       PRINT-VERIFICATION-STATEMENTS.
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN EMPMAS.DAT - STATUS '
                   WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM OPEN-VERIFY-CONTROL-IO
               IF WS-VERCTL-STATUS NOT = '00'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM FIND-LAST-CONTROL-SEQ
                   PERFORM LOAD-COURSE-CATALOG
                   PERFORM OPEN-STATEMENT-SOURCES
                   OPEN OUTPUT STATEMENT-FILE
                   IF WS-VERSTMT-STATUS NOT = '00'
                       DISPLAY 'UNABLE TO OPEN VERSTMT.RPT - STATUS '
                           WS-VERSTMT-STATUS
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM ISSUE-ALL-STATEMENTS
                       CLOSE STATEMENT-FILE
                   END-IF
                   IF TRNCERT-OPEN
                       CLOSE TRAINING-CERT-FILE
                   END-IF
                   IF LEAVEBAL-OPEN
                       CLOSE LEAVE-BALANCE-FILE
                   END-IF
                   CLOSE VERIFY-CONTROL-FILE
                   DISPLAY 'VERIFICATION STATEMENTS PRINTED: '
                       WS-STATEMENT-COUNT ' NEW: '
                       WS-NEW-CONTROL-COUNT ' REPRINTED: '
                       WS-REPRINT-COUNT
               END-IF
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.

      ******************************************************
      * ACTIVE EMPLOYEES IN DEPARTMENT ORDER, ONE STATEMENT
      * EACH, ONTO THE OPENED STATEMENT FILE.
      ******************************************************
       ISSUE-ALL-STATEMENTS.
           MOVE 'N' TO WS-MASTER-EOF
           MOVE LOW-VALUES TO MASTER-DEPT-CODE
           START EMPLOYEE-MASTER-FILE
               KEY IS NOT LESS THAN MASTER-DEPT-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF
           END-START
           IF NOT MASTER-EOF
               PERFORM READ-MASTER
           END-IF
           PERFORM ISSUE-STATEMENT UNTIL MASTER-EOF.

      ******************************************************
      * THE CONTROL FILE IS PERMANENT - CREATED EMPTY ON
      * FIRST USE AND REOPENED I-O.
      ******************************************************
       OPEN-VERIFY-CONTROL-IO.
           OPEN I-O VERIFY-CONTROL-FILE
           IF WS-VERCTL-STATUS = '35'
               OPEN OUTPUT VERIFY-CONTROL-FILE
               IF WS-VERCTL-STATUS = '00'
                   CLOSE VERIFY-CONTROL-FILE
                   OPEN I-O VERIFY-CONTROL-FILE
               END-IF
           END-IF
           IF WS-VERCTL-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN VERCTL.DAT - STATUS '
                   WS-VERCTL-STATUS
           END-IF.

      ******************************************************
      * THE HIGHEST SEQUENCE ALREADY ISSUED FOR THE YEAR, SO
      * A SECOND STATEMENT RUN (NEW HIRES, REPRINTS) CARRIES
      * ON NUMBERING FROM IT.
      ******************************************************
       FIND-LAST-CONTROL-SEQ.
           MOVE 0 TO WS-LAST-SEQ
           MOVE 'N' TO WS-VERCTL-EOF
           MOVE WS-STMT-YEAR TO VC-CONTROL-YEAR
           MOVE 0 TO VC-CONTROL-SEQ
           START VERIFY-CONTROL-FILE
               KEY IS NOT LESS THAN VC-CONTROL-NO
               INVALID KEY
                   MOVE 'Y' TO WS-VERCTL-EOF
           END-START
           IF NOT VERCTL-EOF
               PERFORM READ-VERIFY-CONTROL
           END-IF
           PERFORM NOTE-CONTROL-SEQ UNTIL VERCTL-EOF.

       READ-VERIFY-CONTROL.
           READ VERIFY-CONTROL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-VERCTL-EOF
           END-READ.

       NOTE-CONTROL-SEQ.
           IF VC-CONTROL-YEAR NOT = WS-STMT-YEAR
               MOVE 'Y' TO WS-VERCTL-EOF
           ELSE
               MOVE VC-CONTROL-SEQ TO WS-LAST-SEQ
               PERFORM READ-VERIFY-CONTROL
           END-IF.

       LOAD-COURSE-CATALOG.
           MOVE 0 TO WS-CRS-COUNT
           MOVE 'N' TO WS-CRSCAT-EOF
           OPEN INPUT COURSE-CATALOG-FILE
           IF WS-CRSCAT-STATUS = '00'
               PERFORM READ-COURSE-CATALOG
               PERFORM BUILD-CRS-TABLE-ENTRY UNTIL CRSCAT-EOF
               CLOSE COURSE-CATALOG-FILE
           ELSE
               IF WS-CRSCAT-STATUS NOT = '35'
                   DISPLAY 'UNABLE TO OPEN CRSCAT.DAT - STATUS '
                       WS-CRSCAT-STATUS
               END-IF
           END-IF.

       READ-COURSE-CATALOG.
           READ COURSE-CATALOG-FILE
               AT END
                   MOVE 'Y' TO WS-CRSCAT-EOF
           END-READ.

       BUILD-CRS-TABLE-ENTRY.
           IF WS-CRS-COUNT >= WS-CRS-TABLE-MAX
               DISPLAY 'TOO MANY COURSES ON CRSCAT.DAT - TABLE '
                   'HOLDS ' WS-CRS-TABLE-MAX ' - ' CRS-COURSE-ID
                   ' IGNORED'
           ELSE
               IF CRS-VALID-MONTHS NOT NUMERIC
                   DISPLAY 'BAD CATALOG ENTRY ON CRSCAT.DAT - '
                       CRS-COURSE-ID ' IGNORED'
               ELSE
                   ADD 1 TO WS-CRS-COUNT
                   SET WS-CRS-IDX TO WS-CRS-COUNT
                   MOVE CRS-COURSE-ID TO CRS-TABLE-ID (WS-CRS-IDX)
                   MOVE CRS-NAME TO CRS-TABLE-NAME (WS-CRS-IDX)
                   MOVE CRS-VALID-MONTHS
                       TO CRS-TABLE-MONTHS (WS-CRS-IDX)
               END-IF
           END-IF
           PERFORM READ-COURSE-CATALOG.

      ******************************************************
      * LEAVE BALANCES AND CERTIFICATIONS ARE OPTIONAL - A
      * STATEMENT WITHOUT THEM SAYS NONE ARE ON FILE.
      ******************************************************
       OPEN-STATEMENT-SOURCES.
           MOVE 'N' TO WS-LEAVEBAL-OPEN-SWITCH
           OPEN INPUT LEAVE-BALANCE-FILE
           IF WS-LEAVE-STATUS = '00'
               MOVE 'Y' TO WS-LEAVEBAL-OPEN-SWITCH
           ELSE
               IF WS-LEAVE-STATUS NOT = '35'
                   DISPLAY 'UNABLE TO OPEN LEAVEBAL.DAT - STATUS '
                       WS-LEAVE-STATUS
               END-IF
           END-IF
           MOVE 'N' TO WS-TRNCERT-OPEN-SWITCH
           OPEN INPUT TRAINING-CERT-FILE
           IF WS-TRNCERT-STATUS = '00'
               MOVE 'Y' TO WS-TRNCERT-OPEN-SWITCH
           ELSE
               IF WS-TRNCERT-STATUS NOT = '35'
                   DISPLAY 'UNABLE TO OPEN TRNCERT.DAT - STATUS '
                       WS-TRNCERT-STATUS
               END-IF
           END-IF.

       READ-MASTER.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF
           END-READ.

       ISSUE-STATEMENT.
           IF MASTER-STATUS NOT = 'D'
               PERFORM ASSIGN-CONTROL-NUMBER
               IF WS-VERCTL-STATUS = '00'
                   PERFORM PRINT-STATEMENT-HEADING
                   PERFORM PRINT-STATEMENT-MASTER-DATA
                   PERFORM PRINT-STATEMENT-LEAVE
                   PERFORM PRINT-STATEMENT-CERTS
                   PERFORM PRINT-STATEMENT-FOOTING
                   ADD 1 TO WS-STATEMENT-COUNT
               ELSE
                   DISPLAY 'CONTROL NUMBER NOT RECORDED FOR '
                       MASTER-EMP-ID ' - STATUS ' WS-VERCTL-STATUS
                       ' - NO STATEMENT PRINTED'
               END-IF
           END-IF
           PERFORM READ-MASTER.

       ASSIGN-CONTROL-NUMBER.
           MOVE MASTER-EMP-ID TO VC-EMP-ID
           MOVE WS-STMT-YEAR TO VC-STMT-YEAR
           READ VERIFY-CONTROL-FILE
               KEY IS VC-EMP-YEAR-KEY
               INVALID KEY
                   PERFORM ADD-CONTROL-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-REPRINT-COUNT
                   IF NOT-RETURNED
                       MOVE WS-CUTOFF-DATE TO VC-CUTOFF-DATE
                       REWRITE VERIFY-CONTROL-RECORD
                   END-IF
           END-READ.

       ADD-CONTROL-RECORD.
           ADD 1 TO WS-LAST-SEQ
           MOVE SPACES TO VERIFY-CONTROL-RECORD
           MOVE WS-STMT-YEAR TO VC-CONTROL-YEAR
           MOVE WS-LAST-SEQ TO VC-CONTROL-SEQ
           MOVE MASTER-EMP-ID TO VC-EMP-ID
           MOVE WS-STMT-YEAR TO VC-STMT-YEAR
           MOVE WS-CURRENT-DATE-X TO VC-ISSUED-ON
           MOVE WS-CUTOFF-DATE TO VC-CUTOFF-DATE
           MOVE 'N' TO VC-RETURN-STATUS
           WRITE VERIFY-CONTROL-RECORD
           IF WS-VERCTL-STATUS = '00'
               ADD 1 TO WS-NEW-CONTROL-COUNT
           END-IF.

       PRINT-STATEMENT-HEADING.
           MOVE ALL '=' TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING 'EMPLOYEE DATA VERIFICATION STATEMENT - '
               WS-STMT-YEAR
               DELIMITED BY SIZE INTO STATEMENT-LINE
           MOVE 'CONTROL NO' TO STATEMENT-LINE (59:10)
           MOVE VC-CONTROL-NO TO STATEMENT-LINE (70:9)
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING 'CHECK EVERY ITEM, MARK ANY CORRECTION AND RETURN '
               'BY ' VC-CUTOFF-DATE
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       PRINT-STATEMENT-MASTER-DATA.
           MOVE SPACES TO STATEMENT-LINE
           STRING 'EMPLOYEE ID    ' MASTER-EMP-ID
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING 'NAME           ' MASTER-EMP-NAME
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING 'ADDRESS        ' MASTER-EMP-ADDRESS
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING 'PHONE          ' MASTER-EMP-PHONE
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING 'DEPARTMENT     ' MASTER-DEPT-CODE
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING 'JOB TITLE      ' MASTER-JOB-TITLE
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING 'HIRE DATE      ' MASTER-HIRE-DATE
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       PRINT-STATEMENT-LEAVE.
           MOVE SPACES TO STATEMENT-LINE
           IF LEAVEBAL-OPEN
               MOVE MASTER-EMP-ID TO LV-EMP-ID
               READ LEAVE-BALANCE-FILE
                   KEY IS LV-EMP-ID
                   INVALID KEY
                       MOVE 'LEAVE BALANCES  NONE ON FILE'
                           TO STATEMENT-LINE
                   NOT INVALID KEY
                       MOVE LV-VAC-BALANCE TO WS-VAC-DISPLAY
                       MOVE LV-SICK-BALANCE TO WS-SICK-DISPLAY
                       STRING 'VACATION       ' WS-VAC-DISPLAY
                           ' HOURS     SICK ' WS-SICK-DISPLAY
                           ' HOURS'
                           DELIMITED BY SIZE INTO STATEMENT-LINE
               END-READ
           ELSE
               MOVE 'LEAVE BALANCES  NONE ON FILE' TO STATEMENT-LINE
           END-IF
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

      ******************************************************
      * CURRENT CERTIFICATIONS - THE LATEST PASS OF EACH
      * COURSE THAT HAS NOT OUTLIVED ITS CATALOG VALIDITY.
      ******************************************************
       PRINT-STATEMENT-CERTS.
           MOVE SPACES TO STATEMENT-LINE
           MOVE 'CURRENT CERTIFICATIONS' TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 0 TO WS-CERT-PRINTED
           IF TRNCERT-OPEN
               MOVE MASTER-EMP-ID TO TRN-EMP-ID
               MOVE LOW-VALUES TO TRN-COURSE-ID
               MOVE LOW-VALUES TO TRN-RUN-DATE
               MOVE 'N' TO WS-TRNSCAN-DONE-SWITCH
               MOVE SPACES TO WS-SCAN-COURSE-ID
               MOVE SPACES TO WS-LAST-PASS-DATE
               START TRAINING-CERT-FILE
                   KEY IS NOT LESS THAN TRN-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-TRNSCAN-DONE-SWITCH
               END-START
               PERFORM SCAN-EMPLOYEE-CERT UNTIL TRN-SCAN-DONE
               IF WS-LAST-PASS-DATE NOT = SPACES
                   PERFORM PRINT-CERT-LINE
               END-IF
           END-IF
           IF WS-CERT-PRINTED = 0
               MOVE SPACES TO STATEMENT-LINE
               MOVE '  NONE ON FILE' TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

       SCAN-EMPLOYEE-CERT.
           READ TRAINING-CERT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TRNSCAN-DONE-SWITCH
               NOT AT END
                   IF TRN-EMP-ID NOT = MASTER-EMP-ID
                       MOVE 'Y' TO WS-TRNSCAN-DONE-SWITCH
                   ELSE
                       IF TRN-COURSE-ID NOT = WS-SCAN-COURSE-ID
                           IF WS-LAST-PASS-DATE NOT = SPACES
                               PERFORM PRINT-CERT-LINE
                           END-IF
                           MOVE TRN-COURSE-ID TO WS-SCAN-COURSE-ID
                           MOVE SPACES TO WS-LAST-PASS-DATE
                       END-IF
                       IF TRN-RESULT = 'PASS'
                           MOVE TRN-RUN-DATE TO WS-LAST-PASS-DATE
                       END-IF
                   END-IF
           END-READ.

       PRINT-CERT-LINE.
           MOVE WS-SCAN-COURSE-ID TO WS-CRS-LOOKUP-ID
           PERFORM FIND-CATALOG-COURSE
           IF WS-CRS-MATCH-IDX > 0
               SET WS-CRS-IDX TO WS-CRS-MATCH-IDX
               MOVE CRS-TABLE-NAME (WS-CRS-IDX) TO WS-CERT-NAME
               MOVE CRS-TABLE-MONTHS (WS-CRS-IDX) TO WS-CERT-MONTHS
           ELSE
               MOVE WS-SCAN-COURSE-ID TO WS-CERT-NAME
               MOVE 0 TO WS-CERT-MONTHS
           END-IF
           MOVE SPACES TO STATEMENT-LINE
           IF WS-CERT-MONTHS = 0
               STRING '  ' WS-CERT-NAME ' PASSED ' WS-LAST-PASS-DATE
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               ADD 1 TO WS-CERT-PRINTED
           ELSE
               PERFORM COMPUTE-EXPIRY-DATE
               IF WS-EXPIRY-DATE-X NOT < WS-CURRENT-DATE-X
                   STRING '  ' WS-CERT-NAME ' PASSED '
                       WS-LAST-PASS-DATE ' EXPIRES '
                       WS-EXPIRY-DATE-X
                       DELIMITED BY SIZE INTO STATEMENT-LINE
                   WRITE STATEMENT-LINE
                   ADD 1 TO WS-CERT-PRINTED
               END-IF
           END-IF
           MOVE SPACES TO WS-LAST-PASS-DATE.

       FIND-CATALOG-COURSE.
           MOVE 0 TO WS-CRS-MATCH-IDX
           PERFORM MATCH-CATALOG-COURSE
               VARYING WS-CRS-IDX FROM 1 BY 1
               UNTIL WS-CRS-IDX > WS-CRS-COUNT
                   OR WS-CRS-MATCH-IDX > 0.

       MATCH-CATALOG-COURSE.
           IF CRS-TABLE-ID (WS-CRS-IDX) = WS-CRS-LOOKUP-ID
               SET WS-CRS-MATCH-IDX TO WS-CRS-IDX
           END-IF.

      ******************************************************
      * PASS DATE PLUS THE COURSE VALIDITY IN MONTHS, AS THE
      * GAP CHECK IN EMPLOYEE-RECORDS-SYSTEM WORKS IT.
      ******************************************************
       COMPUTE-EXPIRY-DATE.
           MOVE WS-LAST-PASS-DATE TO WS-EXPIRY-DATE-X
           COMPUTE WS-EXPIRY-MONTH-WORK =
               WS-EXPIRY-MONTH + WS-CERT-MONTHS - 1
           DIVIDE WS-EXPIRY-MONTH-WORK BY 12
               GIVING WS-EXPIRY-YEARS-ADD
               REMAINDER WS-EXPIRY-MONTH-REM
           ADD WS-EXPIRY-YEARS-ADD TO WS-EXPIRY-YEAR
           COMPUTE WS-EXPIRY-MONTH = WS-EXPIRY-MONTH-REM + 1.

       PRINT-STATEMENT-FOOTING.
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING 'CORRECTIONS: WRITE THE CORRECT ENTRY BESIDE ANY '
               'WRONG ITEM. IF ALL IS'
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING 'CORRECT, MARK THE STATEMENT NO CHANGE. RETURN IT '
               'EITHER WAY QUOTING'
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING 'CONTROL NO ' VC-CONTROL-NO '.'
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

      ******************************************************
      * FOLLOW-UP RUN - EACH RETURN ON VERRTN.DAT IS MATCHED
      * TO ITS CONTROL NUMBER. NAME, ADDRESS AND DEPARTMENT
      * CORRECTIONS BECOME AN UPDATE ON TRANS.DAT; PHONE AND
      * JOB TITLE HAVE NO PLACE ON A TRANS.DAT RECORD, SO
      * THEY ARE LISTED ON VERFUP.RPT FOR KEYING THROUGH
      * MAINTENANCE MODE. THE REPORT CLOSES WITH EVERY
      * STATEMENT OF THE YEAR NOT YET RETURNED.
      ******************************************************
       RUN-VERIFICATION-FOLLOW-UP.
           OPEN I-O VERIFY-CONTROL-FILE
           IF WS-VERCTL-STATUS NOT = '00'
               IF WS-VERCTL-STATUS = '35'
                   DISPLAY 'NO VERCTL.DAT - NO STATEMENTS HAVE BEEN '
                       'ISSUED'
               ELSE
                   DISPLAY 'UNABLE TO OPEN VERCTL.DAT - STATUS '
                       WS-VERCTL-STATUS
               END-IF
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT EMPLOYEE-MASTER-FILE
               IF WS-MASTER-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN EMPMAS.DAT - STATUS '
                       WS-MASTER-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT FOLLOW-UP-REPORT-FILE
                   IF WS-VERFUP-STATUS NOT = '00'
                       DISPLAY 'UNABLE TO OPEN VERFUP.RPT - STATUS '
                           WS-VERFUP-STATUS
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM WRITE-FOLLOW-UP-REPORT
                   END-IF
                   CLOSE EMPLOYEE-MASTER-FILE
               END-IF
               CLOSE VERIFY-CONTROL-FILE
           END-IF.

       WRITE-FOLLOW-UP-REPORT.
           MOVE SPACES TO FOLLOW-UP-LINE
           STRING 'VERIFICATION FOLLOW-UP - RUN DATE '
               WS-CURRENT-DATE-X ' - STATEMENT YEAR '
               WS-STMT-YEAR
               DELIMITED BY SIZE INTO FOLLOW-UP-LINE
           WRITE FOLLOW-UP-LINE
           PERFORM TAKE-IN-RETURNS
           PERFORM LIST-OUTSTANDING-STATEMENTS
           CLOSE FOLLOW-UP-REPORT-FILE
           DISPLAY 'VERIFICATION FOLLOW-UP COMPLETE - '
               'RETURNED ' WS-RETURNED-COUNT
               ' UPDATES ' WS-TRANS-WRITTEN-COUNT
               ' HELD ' WS-HELD-COUNT
               ' NOT RETURNED ' WS-OUTSTANDING-COUNT.

       TAKE-IN-RETURNS.
           MOVE SPACES TO FOLLOW-UP-LINE
           WRITE FOLLOW-UP-LINE
           MOVE 'RETURNED STATEMENTS' TO FOLLOW-UP-LINE
           WRITE FOLLOW-UP-LINE
           MOVE 'N' TO WS-TRANS-OPEN-SWITCH
           OPEN INPUT RETURN-INTAKE-FILE
           IF WS-VERRTN-STATUS = '00'
               PERFORM LOAD-KEYED-TRANSACTIONS
               MOVE 'N' TO WS-VERRTN-EOF
               PERFORM READ-RETURN-INTAKE
               PERFORM TAKE-IN-ONE-RETURN
                   UNTIL VERRTN-EOF OR TRANS-OUT-FAILED
               CLOSE RETURN-INTAKE-FILE
               IF TRANS-OUT-OPEN
                   CLOSE TRANSACTION-FILE
               END-IF
               IF TRANS-OUT-FAILED
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               IF WS-VERRTN-STATUS NOT = '35'
                   DISPLAY 'UNABLE TO OPEN VERRTN.DAT - STATUS '
                       WS-VERRTN-STATUS
               END-IF
           END-IF
           MOVE SPACES TO FOLLOW-UP-LINE
           STRING '  RETURNED ' WS-RETURNED-COUNT
               '  UPDATES TO TRANS.DAT ' WS-TRANS-WRITTEN-COUNT
               '  FOR MAINTENANCE ' WS-MANUAL-COUNT
               '  HELD ' WS-HELD-COUNT
               '  REJECTED ' WS-RETURN-REJECT-COUNT
               DELIMITED BY SIZE INTO FOLLOW-UP-LINE
           WRITE FOLLOW-UP-LINE.

      ******************************************************
      * NOTE WHO ALREADY HAS A TRANSACTION ON TRANS.DAT. A
      * BATCH TOO BIG FOR THE TABLE HOLDS EVERY CORRECTION
      * RATHER THAN RISK OVERLAYING A KEYED CHANGE.
      ******************************************************
       LOAD-KEYED-TRANSACTIONS.
           MOVE 0 TO WS-KEYED-COUNT
           MOVE 'N' TO WS-KEYED-FULL-SWITCH
           MOVE 'N' TO WS-TRANS-EOF
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-STATUS = '00'
               PERFORM READ-TRANSACTION
               PERFORM NOTE-KEYED-TRANSACTION
                   UNTIL TRANS-EOF OR KEYED-TABLE-FULL
               CLOSE TRANSACTION-FILE
           ELSE
               IF WS-TRANS-STATUS NOT = '35'
                   DISPLAY 'UNABLE TO READ TRANS.DAT - STATUS '
                       WS-TRANS-STATUS ' - CORRECTIONS HELD'
                   MOVE 'Y' TO WS-KEYED-FULL-SWITCH
               END-IF
           END-IF.

       READ-TRANSACTION.
           READ TRANSACTION-FILE
               AT END
                   MOVE 'Y' TO WS-TRANS-EOF
           END-READ.

       NOTE-KEYED-TRANSACTION.
           IF WS-KEYED-COUNT >= WS-KEYED-TABLE-MAX
               MOVE 'Y' TO WS-KEYED-FULL-SWITCH
               DISPLAY 'TRANS.DAT HOLDS MORE THAN '
                   WS-KEYED-TABLE-MAX ' TRANSACTIONS - CORRECTIONS '
                   'HELD'
           ELSE
               ADD 1 TO WS-KEYED-COUNT
               SET WS-KEYED-IDX TO WS-KEYED-COUNT
               MOVE TRANS-EMP-ID TO KEYED-EMP-ID (WS-KEYED-IDX)
               PERFORM READ-TRANSACTION
           END-IF.

       READ-RETURN-INTAKE.
           READ RETURN-INTAKE-FILE
               AT END
                   MOVE 'Y' TO WS-VERRTN-EOF
           END-READ.

       TAKE-IN-ONE-RETURN.
           MOVE 'Y' TO WS-RETURN-VALID-SWITCH
           MOVE SPACES TO WS-REJECT-REASON
           IF VR-CONTROL-NO NOT NUMERIC
               MOVE 'N' TO WS-RETURN-VALID-SWITCH
               MOVE 'INVALID CONTROL NUMBER' TO WS-REJECT-REASON
           ELSE
               MOVE VR-CONTROL-NO TO VC-CONTROL-NO
               READ VERIFY-CONTROL-FILE
                   KEY IS VC-CONTROL-NO
                   INVALID KEY
                       MOVE 'N' TO WS-RETURN-VALID-SWITCH
                       MOVE 'UNKNOWN CONTROL NUMBER'
                           TO WS-REJECT-REASON
               END-READ
           END-IF
           IF RETURN-VALID AND NOT NOT-RETURNED
               MOVE 'N' TO WS-RETURN-VALID-SWITCH
               STRING 'ALREADY RETURNED ON ' VC-RETURNED-ON
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-IF
           IF RETURN-VALID
               MOVE VC-EMP-ID TO MASTER-EMP-ID
               READ EMPLOYEE-MASTER-FILE
                   KEY IS MASTER-EMP-ID
                   INVALID KEY
                       MOVE 'N' TO WS-RETURN-VALID-SWITCH
                       MOVE 'EMPLOYEE NOT ON MASTER'
                           TO WS-REJECT-REASON
               END-READ
           END-IF
           IF RETURN-VALID
               PERFORM APPLY-RETURNED-STATEMENT
           ELSE
               ADD 1 TO WS-RETURN-REJECT-COUNT
               MOVE SPACES TO FOLLOW-UP-LINE
               STRING '  ' VR-CONTROL-NO ' *REJECTED* '
                   WS-REJECT-REASON
                   DELIMITED BY SIZE INTO FOLLOW-UP-LINE
               WRITE FOLLOW-UP-LINE
               DISPLAY 'RETURN REJECTED - ' VR-CONTROL-NO ' - '
                   WS-REJECT-REASON
           END-IF
           PERFORM READ-RETURN-INTAKE.

      ******************************************************
      * A FIELD COUNTS AS CORRECTED ONLY WHEN IT IS FILLED IN
      * AND DIFFERS FROM THE MASTER AS IT STANDS TONIGHT. A
      * DEPARTED EMPLOYEE'S RETURN IS RECORDED BUT NOT APPLIED.
      ******************************************************
       APPLY-RETURNED-STATEMENT.
           MOVE 'N' TO WS-MASTER-CHANGE-SWITCH
           MOVE 'N' TO WS-MANUAL-CHANGE-SWITCH
           IF NOT CONFIRMED-CORRECT
               IF (VR-EMP-NAME NOT = SPACES
                       AND VR-EMP-NAME NOT = MASTER-EMP-NAME)
                   OR (VR-EMP-ADDRESS NOT = SPACES
                       AND VR-EMP-ADDRESS NOT = MASTER-EMP-ADDRESS)
                   OR (VR-DEPT-CODE NOT = SPACES
                       AND VR-DEPT-CODE NOT = MASTER-DEPT-CODE)
                   MOVE 'Y' TO WS-MASTER-CHANGE-SWITCH
               END-IF
               IF (VR-EMP-PHONE NOT = SPACES
                       AND VR-EMP-PHONE NOT = MASTER-EMP-PHONE)
                   OR (VR-JOB-TITLE NOT = SPACES
                       AND VR-JOB-TITLE NOT = MASTER-JOB-TITLE)
                   MOVE 'Y' TO WS-MANUAL-CHANGE-SWITCH
               END-IF
           END-IF

           IF MASTER-STATUS = 'D'
               MOVE 'N' TO WS-MASTER-CHANGE-SWITCH
               MOVE 'N' TO WS-MANUAL-CHANGE-SWITCH
               MOVE SPACES TO FOLLOW-UP-LINE
               STRING '  ' VC-CONTROL-NO ' ' MASTER-EMP-ID ' '
                   MASTER-EMP-NAME ' EMPLOYEE HAS LEFT - RETURN '
                   'RECORDED, NOT APPLIED'
                   DELIMITED BY SIZE INTO FOLLOW-UP-LINE
               WRITE FOLLOW-UP-LINE
           END-IF

           MOVE 'N' TO WS-KEYED-FOUND-SWITCH
           IF MASTER-CHANGE-FOUND
               IF KEYED-TABLE-FULL
                   MOVE 'Y' TO WS-KEYED-FOUND-SWITCH
               ELSE
                   MOVE MASTER-EMP-ID TO WS-KEYED-LOOKUP-ID
                   PERFORM FIND-KEYED-TRANSACTION
               END-IF
           END-IF

           IF KEYED-FOUND
               ADD 1 TO WS-HELD-COUNT
               MOVE SPACES TO FOLLOW-UP-LINE
               STRING '  ' VC-CONTROL-NO ' ' MASTER-EMP-ID ' '
                   MASTER-EMP-NAME ' *HELD* OTHER CHANGE ON '
                   'TRANS.DAT - RERUN AFTER TONIGHT'
                   DELIMITED BY SIZE INTO FOLLOW-UP-LINE
               WRITE FOLLOW-UP-LINE
           ELSE
               IF MASTER-CHANGE-FOUND
                   PERFORM WRITE-CORRECTION-TRANSACTION
               END-IF
               IF NOT TRANS-OUT-FAILED
                   PERFORM RECORD-STATEMENT-RETURN
               END-IF
           END-IF.

       FIND-KEYED-TRANSACTION.
           MOVE 'N' TO WS-KEYED-FOUND-SWITCH
           PERFORM MATCH-KEYED-TRANSACTION
               VARYING WS-KEYED-IDX FROM 1 BY 1
               UNTIL WS-KEYED-IDX > WS-KEYED-COUNT
                   OR KEYED-FOUND.

       MATCH-KEYED-TRANSACTION.
           IF KEYED-EMP-ID (WS-KEYED-IDX) = WS-KEYED-LOOKUP-ID
               MOVE 'Y' TO WS-KEYED-FOUND-SWITCH
           END-IF.

      ******************************************************
      * AN UPDATE CARRIES THE FULL NAME, ADDRESS AND SALARY,
      * SO WHAT WAS NOT CORRECTED IS TAKEN FROM THE MASTER. A
      * BLANK DEPARTMENT LEAVES THE MASTER'S AS IT IS.
      ******************************************************
       WRITE-CORRECTION-TRANSACTION.
           IF NOT TRANS-OUT-OPEN
               OPEN EXTEND TRANSACTION-FILE
               IF WS-TRANS-STATUS = '35'
                   OPEN OUTPUT TRANSACTION-FILE
               END-IF
               IF WS-TRANS-STATUS = '00'
                   MOVE 'Y' TO WS-TRANS-OPEN-SWITCH
               ELSE
                   MOVE 'F' TO WS-TRANS-OPEN-SWITCH
                   DISPLAY 'UNABLE TO EXTEND TRANS.DAT - STATUS '
                       WS-TRANS-STATUS ' - FOLLOW-UP STOPPED'
               END-IF
           END-IF
           IF TRANS-OUT-OPEN
               MOVE SPACES TO TRANSACTION-RECORD
               MOVE 'U' TO TRANS-TYPE
               MOVE MASTER-EMP-ID TO TRANS-EMP-ID
               MOVE MASTER-EMP-NAME TO TRANS-EMP-NAME
               IF VR-EMP-NAME NOT = SPACES
                   MOVE VR-EMP-NAME TO TRANS-EMP-NAME
               END-IF
               MOVE MASTER-EMP-ADDRESS TO TRANS-EMP-ADDRESS
               IF VR-EMP-ADDRESS NOT = SPACES
                   MOVE VR-EMP-ADDRESS TO TRANS-EMP-ADDRESS
               END-IF
               MOVE MASTER-SALARY TO TRANS-SALARY
               IF VR-DEPT-CODE NOT = MASTER-DEPT-CODE
                   MOVE VR-DEPT-CODE TO TRANS-DEPT-CODE
               END-IF
               WRITE TRANSACTION-RECORD
               IF WS-TRANS-STATUS NOT = '00'
                   ADD 1 TO WS-HELD-COUNT
                   MOVE SPACES TO FOLLOW-UP-LINE
                   STRING '  ' VC-CONTROL-NO ' ' MASTER-EMP-ID ' '
                       MASTER-EMP-NAME ' *HELD* TRANS.DAT WRITE FAILED'
                       ' - STATUS ' WS-TRANS-STATUS
                       DELIMITED BY SIZE INTO FOLLOW-UP-LINE
                   WRITE FOLLOW-UP-LINE
                   DISPLAY 'UNABLE TO WRITE TRANS.DAT - STATUS '
                       WS-TRANS-STATUS ' - FOLLOW-UP STOPPED'
                   CLOSE TRANSACTION-FILE
                   MOVE 'F' TO WS-TRANS-OPEN-SWITCH
               ELSE
                   ADD 1 TO WS-TRANS-WRITTEN-COUNT
                   ADD 1 TO WS-KEYED-COUNT
                   IF WS-KEYED-COUNT NOT > WS-KEYED-TABLE-MAX
                       SET WS-KEYED-IDX TO WS-KEYED-COUNT
                       MOVE MASTER-EMP-ID TO KEYED-EMP-ID (WS-KEYED-IDX)
                   END-IF
                   MOVE SPACES TO FOLLOW-UP-LINE
                   STRING '  ' VC-CONTROL-NO ' ' MASTER-EMP-ID ' '
                       MASTER-EMP-NAME ' UPDATE WRITTEN TO TRANS.DAT'
                       DELIMITED BY SIZE INTO FOLLOW-UP-LINE
                   WRITE FOLLOW-UP-LINE
                   IF VR-EMP-NAME NOT = SPACES
                           AND VR-EMP-NAME NOT = MASTER-EMP-NAME
                       MOVE SPACES TO FOLLOW-UP-LINE
                       STRING '      NAME       ' VR-EMP-NAME
                           DELIMITED BY SIZE INTO FOLLOW-UP-LINE
                       WRITE FOLLOW-UP-LINE
                   END-IF
                   IF VR-EMP-ADDRESS NOT = SPACES
                           AND VR-EMP-ADDRESS NOT = MASTER-EMP-ADDRESS
                       MOVE SPACES TO FOLLOW-UP-LINE
                       STRING '      ADDRESS    ' VR-EMP-ADDRESS
                           DELIMITED BY SIZE INTO FOLLOW-UP-LINE
                       WRITE FOLLOW-UP-LINE
                   END-IF
                   IF VR-DEPT-CODE NOT = SPACES
                           AND VR-DEPT-CODE NOT = MASTER-DEPT-CODE
                       MOVE SPACES TO FOLLOW-UP-LINE
                       STRING '      DEPARTMENT ' VR-DEPT-CODE
                           DELIMITED BY SIZE INTO FOLLOW-UP-LINE
                       WRITE FOLLOW-UP-LINE
                   END-IF
               END-IF
           END-IF.

       RECORD-STATEMENT-RETURN.
           IF MANUAL-CHANGE-FOUND
               PERFORM LIST-MAINTENANCE-CHANGES
           END-IF
           IF MASTER-CHANGE-FOUND OR MANUAL-CHANGE-FOUND
               MOVE 'C' TO VC-RETURN-STATUS
           ELSE
               MOVE 'R' TO VC-RETURN-STATUS
               IF MASTER-STATUS NOT = 'D'
                   MOVE SPACES TO FOLLOW-UP-LINE
                   STRING '  ' VC-CONTROL-NO ' ' MASTER-EMP-ID ' '
                       MASTER-EMP-NAME ' NO CHANGES'
                       DELIMITED BY SIZE INTO FOLLOW-UP-LINE
                   WRITE FOLLOW-UP-LINE
               END-IF
           END-IF
           MOVE WS-CURRENT-DATE-X TO VC-RETURNED-ON
           REWRITE VERIFY-CONTROL-RECORD
           IF WS-VERCTL-STATUS = '00'
               ADD 1 TO WS-RETURNED-COUNT
           ELSE
               DISPLAY 'VERCTL.DAT REWRITE FAILED FOR '
                   VC-CONTROL-NO ' - STATUS ' WS-VERCTL-STATUS
           END-IF.

       LIST-MAINTENANCE-CHANGES.
           ADD 1 TO WS-MANUAL-COUNT
           MOVE SPACES TO FOLLOW-UP-LINE
           STRING '  ' VC-CONTROL-NO ' ' MASTER-EMP-ID ' '
               MASTER-EMP-NAME ' *KEY IN MAINTENANCE MODE*'
               DELIMITED BY SIZE INTO FOLLOW-UP-LINE
           WRITE FOLLOW-UP-LINE
           IF VR-EMP-PHONE NOT = SPACES
                   AND VR-EMP-PHONE NOT = MASTER-EMP-PHONE
               MOVE SPACES TO FOLLOW-UP-LINE
               STRING '      PHONE      ' MASTER-EMP-PHONE
                   ' TO ' VR-EMP-PHONE
                   DELIMITED BY SIZE INTO FOLLOW-UP-LINE
               WRITE FOLLOW-UP-LINE
           END-IF
           IF VR-JOB-TITLE NOT = SPACES
                   AND VR-JOB-TITLE NOT = MASTER-JOB-TITLE
               MOVE SPACES TO FOLLOW-UP-LINE
               STRING '      JOB TITLE  ' MASTER-JOB-TITLE
                   ' TO ' VR-JOB-TITLE
                   DELIMITED BY SIZE INTO FOLLOW-UP-LINE
               WRITE FOLLOW-UP-LINE
           END-IF.

      ******************************************************
      * EVERY STATEMENT OF THE YEAR STILL OUT, IN CONTROL
      * NUMBER ORDER. ONE PAST ITS CUTOFF IS MARKED OVERDUE.
      ******************************************************
       LIST-OUTSTANDING-STATEMENTS.
           MOVE 0 TO WS-OUTSTANDING-COUNT
           MOVE 0 TO WS-OVERDUE-COUNT
           MOVE SPACES TO FOLLOW-UP-LINE
           WRITE FOLLOW-UP-LINE
           MOVE 'STATEMENTS NOT RETURNED' TO FOLLOW-UP-LINE
           WRITE FOLLOW-UP-LINE
           MOVE 'N' TO WS-VERCTL-EOF
           MOVE WS-STMT-YEAR TO VC-CONTROL-YEAR
           MOVE 0 TO VC-CONTROL-SEQ
           START VERIFY-CONTROL-FILE
               KEY IS NOT LESS THAN VC-CONTROL-NO
               INVALID KEY
                   MOVE 'Y' TO WS-VERCTL-EOF
           END-START
           IF NOT VERCTL-EOF
               PERFORM READ-VERIFY-CONTROL
           END-IF
           PERFORM LIST-OUTSTANDING-ENTRY UNTIL VERCTL-EOF
           MOVE SPACES TO FOLLOW-UP-LINE
           STRING '  NOT RETURNED ' WS-OUTSTANDING-COUNT
               '  PAST CUTOFF ' WS-OVERDUE-COUNT
               DELIMITED BY SIZE INTO FOLLOW-UP-LINE
           WRITE FOLLOW-UP-LINE.

       LIST-OUTSTANDING-ENTRY.
           IF VC-CONTROL-YEAR NOT = WS-STMT-YEAR
               MOVE 'Y' TO WS-VERCTL-EOF
           ELSE
               IF NOT-RETURNED
                   ADD 1 TO WS-OUTSTANDING-COUNT
                   MOVE VC-EMP-ID TO MASTER-EMP-ID
                   READ EMPLOYEE-MASTER-FILE
                       KEY IS MASTER-EMP-ID
                       INVALID KEY
                           MOVE '*NOT ON MASTER*' TO MASTER-EMP-NAME
                           MOVE SPACES TO MASTER-DEPT-CODE
                   END-READ
                   MOVE SPACES TO FOLLOW-UP-LINE
                   STRING '  ' VC-CONTROL-NO ' ' VC-EMP-ID ' '
                       MASTER-EMP-NAME ' DEPT ' MASTER-DEPT-CODE
                       ' CUTOFF ' VC-CUTOFF-DATE
                       DELIMITED BY SIZE INTO FOLLOW-UP-LINE
                   IF VC-CUTOFF-DATE < WS-CURRENT-DATE-X
                       MOVE '*OVERDUE*' TO FOLLOW-UP-LINE (90:9)
                       ADD 1 TO WS-OVERDUE-COUNT
                   END-IF
                   WRITE FOLLOW-UP-LINE
               END-IF
               PERFORM READ-VERIFY-CONTROL
           END-IF.
