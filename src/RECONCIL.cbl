               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT AUDIT-JOURNAL-FILE
               ASSIGN USING WS-AUDIT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SALARY-HISTORY-FILE
               ASSIGN USING WS-SALHIST-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SALHIST-STATUS.
           05  ARCH-DATE               PIC X(8).
           05  ARCH-REINSTATE-DATE     PIC X(8).

      ******************************************************
      * THE AUDIT AND SALARY HISTORY FDS READ BOTH THE LIVE
      * FILES AND THE CLOSED-YEAR GENERATIONS (AUDYYYY.DAT,
      * SALHYYYY.DAT) WRITTEN BY HISTORY-ROLLOVER. A
      * GENERATION ENDS WITH A '*TOTALS*' TRAILER - THE
      * LAYOUTS MUST MATCH THE GENERATION FDS THERE.
      ******************************************************
       FD  AUDIT-JOURNAL-FILE
           RECORD CONTAINS 527 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           05  AUDIT-TRANS-IMAGE       PIC X(110).
           05  AUDIT-BEFORE-IMAGE      PIC X(200).
           05  AUDIT-AFTER-IMAGE       PIC X(200).
       01  AUDIT-GEN-TRAILER REDEFINES AUDIT-RECORD.
           05  AGT-TRAILER-TAG         PIC X(8).
           05  AGT-GEN-YEAR            PIC 9(4).
           05  AGT-RECORD-COUNT        PIC 9(9).
           05  AGT-SALARY-HASH         PIC 9(13)V99.
           05  FILLER                  PIC X(491).

       FD  SALARY-HISTORY-FILE
           RECORD CONTAINS 40 CHARACTERS
           05  SALH-NEW-SALARY         PIC 9(7)V99.
           05  SALH-EFFECTIVE-DATE     PIC X(8).
           05  FILLER                  PIC X(6).
       01  SALARY-GEN-TRAILER REDEFINES SALARY-HISTORY-RECORD.
           05  SGT-TRAILER-TAG         PIC X(8).
           05  SGT-GEN-YEAR            PIC 9(4).
           05  SGT-RECORD-COUNT        PIC 9(9).
           05  SGT-SALARY-HASH         PIC 9(13)V99.
           05  FILLER                  PIC X(4).

      ******************************************************
      * MUST MATCH THE TRAINING-CERT-FILE FD IN
           05  WS-ARCH-EOF             PIC X(1) VALUE 'N'.
               88  ARCHIVE-EOF         VALUE 'Y'.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR         PIC 9(4).
           05  WS-CURRENT-MONTH        PIC 9(2).
           05  WS-CURRENT-DAY          PIC 9(2).
       01  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE
                                       PIC X(8).

      ******************************************************
      * HISTORY GENERATIONS. THE WEEKLY RUN CHECKS THE LIVE
      * AUDIT.DAT AND SALHIST.DAT (THE OPEN YEAR) ONLY. A
      * YEAR ON THE PARM REACHES BACK THROUGH THE CLOSED-YEAR
      * GENERATIONS FROM THAT YEAR ON (NO FURTHER THAN THE
      * SEVEN KEPT), READ OLDEST FIRST AHEAD OF THE LIVE FILE
      * SO THE LAST SALARY SEEN IS STILL THE LATEST. EACH
      * GENERATION READ MUST REPRODUCE ITS TRAILER'S COUNT
      * AND SALARY HASH.
      ******************************************************
       01  WS-REACH-BACK-X             PIC X(4) VALUE SPACES.
       01  WS-RETAIN-YEARS             PIC 9(2) VALUE 7.
       01  WS-FIRST-GEN-YEAR           PIC 9(4) VALUE 0.
       01  WS-LAST-GEN-YEAR            PIC 9(4) VALUE 0.
       01  WS-SCAN-YEAR                PIC 9(4) VALUE 0.
       01  WS-AUDIT-FILE-NAME          PIC X(12) VALUE SPACES.
       01  WS-SALHIST-FILE-NAME        PIC X(12) VALUE SPACES.
       01  WS-AUDIT-GEN-NAME.
           05  FILLER                  PIC X(3) VALUE 'AUD'.
           05  WS-AUDIT-GEN-YEAR       PIC 9(4) VALUE 0.
           05  FILLER                  PIC X(4) VALUE '.DAT'.
       01  WS-SALH-GEN-NAME.
           05  FILLER                  PIC X(4) VALUE 'SALH'.
           05  WS-SALH-GEN-YEAR        PIC 9(4) VALUE 0.
           05  FILLER                  PIC X(4) VALUE '.DAT'.
       01  WS-READING-GEN-SWITCH       PIC X(1) VALUE 'N'.
           88  READING-GENERATION      VALUE 'Y'.
       01  WS-GEN-TRAILER-SWITCH       PIC X(1) VALUE 'N'.
           88  GEN-TRAILER-SEEN        VALUE 'Y'.
       01  WS-TRAILER-FILE-NAME        PIC X(12) VALUE SPACES.
       01  WS-GEN-COUNT                PIC 9(9) VALUE 0.
       01  WS-GEN-HASH                 PIC 9(13)V99 VALUE 0.
       01  WS-GENERATIONS-READ         PIC 9(2) VALUE 0.

      ******************************************************
      * WORK COPY OF THE MASTER LAYOUT OVER THE JOURNAL'S
      * AFTER IMAGE - ONLY THE SALARY IS WANTED, FOR THE
      * GENERATION HASH.
      ******************************************************
       01  WS-HASH-IMAGE.
           05  FILLER                  PIC X(137).
           05  HASH-IMAGE-SALARY       PIC 9(7)V99.
           05  FILLER                  PIC X(54).

       01  WS-ARCHIVE-OPEN-SWITCH      PIC X(1) VALUE 'N'.
           88  ARCHIVE-OPEN            VALUE 'Y'.
           05  WS-EXC-TRAINING-ORPHAN  PIC 9(5) VALUE 0.
           05  WS-EXC-AUDIT-ADD-ORPHAN PIC 9(5) VALUE 0.
           05  WS-EXC-ARCH-OVERLAP     PIC 9(5) VALUE 0.
           05  WS-EXC-GENERATION-TOTALS
                                       PIC 9(5) VALUE 0.
       01  WS-EXC-TOTAL                PIC 9(7) VALUE 0.

       01  WS-INCOMPLETE-SWITCH        PIC X(1) VALUE 'N'.
      * SCHEDULER WHETHER TO PAGE.
      ******************************************************
       MAIN-LOGIC.
           ACCEPT WS-CURRENT-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-REACH-BACK-X FROM COMMAND-LINE
           COMPUTE WS-LAST-GEN-YEAR = WS-CURRENT-YEAR - 1
           COMPUTE WS-FIRST-GEN-YEAR = WS-CURRENT-YEAR
           IF WS-REACH-BACK-X NOT = SPACES
               IF WS-REACH-BACK-X IS NUMERIC
                   MOVE WS-REACH-BACK-X TO WS-FIRST-GEN-YEAR
                   IF WS-FIRST-GEN-YEAR <
                           WS-CURRENT-YEAR - WS-RETAIN-YEARS
                       COMPUTE WS-FIRST-GEN-YEAR =
                           WS-CURRENT-YEAR - WS-RETAIN-YEARS
                   END-IF
               ELSE
                   DISPLAY 'INVALID REACH-BACK YEAR ' WS-REACH-BACK-X
                       ' - USE YYYY OR LEAVE BLANK'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF RETURN-CODE NOT = 8
               PERFORM RUN-RECONCILIATION
           END-IF
           STOP RUN.

       RUN-RECONCILIATION.
           OPEN OUTPUT RECON-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN RECON.RPT - STATUS '
               COMPUTE WS-EXC-TOTAL =
                   WS-EXC-SALARY-MISMATCH + WS-EXC-SALHIST-ORPHAN
                   + WS-EXC-TRAINING-ORPHAN + WS-EXC-AUDIT-ADD-ORPHAN
                   + WS-EXC-ARCH-OVERLAP + WS-EXC-GENERATION-TOTALS
               IF WS-EXC-TOTAL > 0 OR RUN-INCOMPLETE
                   DISPLAY 'RECONCILIATION EXCEPTIONS: ' WS-EXC-TOTAL
                       ' - SEE RECON.RPT'
               ELSE
                   DISPLAY 'RECONCILIATION CLEAN'
               END-IF
           END-IF.

       OPEN-ARCHIVE-IF-PRESENT.
           MOVE 'N' TO WS-ARCHIVE-OPEN-SWITCH
      ******************************************************
       CHECK-SALARY-HISTORY.
           MOVE 0 TO WS-SALT-COUNT
           PERFORM CHECK-SALARY-GENERATION
               VARYING WS-SCAN-YEAR FROM WS-FIRST-GEN-YEAR BY 1
               UNTIL WS-SCAN-YEAR > WS-LAST-GEN-YEAR
           MOVE 'N' TO WS-READING-GEN-SWITCH
           MOVE 'SALHIST.DAT' TO WS-SALHIST-FILE-NAME
           MOVE 'N' TO WS-SALHIST-EOF
           OPEN INPUT SALARY-HISTORY-FILE
           IF WS-SALHIST-STATUS NOT = '00'
               CLOSE SALARY-HISTORY-FILE
           END-IF.

      ******************************************************
      * A YEAR NOT YET ROLLED HAS NO GENERATION - IT IS STILL
      * ON THE LIVE FILE - SO A MISSING ONE IS PASSED OVER.
      ******************************************************
       CHECK-SALARY-GENERATION.
           MOVE WS-SCAN-YEAR TO WS-SALH-GEN-YEAR
           MOVE WS-SALH-GEN-NAME TO WS-SALHIST-FILE-NAME
           MOVE 'N' TO WS-SALHIST-EOF
           OPEN INPUT SALARY-HISTORY-FILE
           IF WS-SALHIST-STATUS = '00'
               ADD 1 TO WS-GENERATIONS-READ
               MOVE 'Y' TO WS-READING-GEN-SWITCH
               MOVE 'N' TO WS-GEN-TRAILER-SWITCH
               MOVE 0 TO WS-GEN-COUNT
               MOVE 0 TO WS-GEN-HASH
               PERFORM READ-SALARY-HISTORY
               PERFORM CHECK-ONE-SALHIST UNTIL SALHIST-EOF
               CLOSE SALARY-HISTORY-FILE
               IF NOT GEN-TRAILER-SEEN
                   MOVE WS-SALHIST-FILE-NAME TO WS-TRAILER-FILE-NAME
                   PERFORM NOTE-MISSING-TRAILER
               END-IF
           ELSE
               IF WS-SALHIST-STATUS NOT = '35'
                   DISPLAY 'UNABLE TO OPEN ' WS-SALHIST-FILE-NAME
                       ' - STATUS ' WS-SALHIST-STATUS
                   MOVE 'Y' TO WS-INCOMPLETE-SWITCH
               END-IF
           END-IF.

       PROVE-SALARY-TRAILER.
           MOVE 'Y' TO WS-GEN-TRAILER-SWITCH
           IF SGT-RECORD-COUNT NOT = WS-GEN-COUNT
                   OR SGT-SALARY-HASH NOT = WS-GEN-HASH
               ADD 1 TO WS-EXC-GENERATION-TOTALS
               MOVE SPACES TO REPORT-LINE
               STRING 'GENERATION TOTALS  - ' WS-SALHIST-FILE-NAME
                   ' TRAILER ' SGT-RECORD-COUNT ' / '
                   SGT-SALARY-HASH ' READ ' WS-GEN-COUNT ' / '
                   WS-GEN-HASH
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       NOTE-MISSING-TRAILER.
           ADD 1 TO WS-EXC-GENERATION-TOTALS
           MOVE SPACES TO REPORT-LINE
           STRING 'GENERATION TOTALS  - ' WS-TRAILER-FILE-NAME
               ' HAS NO TRAILER - INCOMPLETE COPY'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       READ-SALARY-HISTORY.
           READ SALARY-HISTORY-FILE
               AT END
           END-READ.

       CHECK-ONE-SALHIST.
           IF SGT-TRAILER-TAG = '*TOTALS*'
               PERFORM PROVE-SALARY-TRAILER
           ELSE
               PERFORM CHECK-SALHIST-ENTRY
           END-IF
           PERFORM READ-SALARY-HISTORY.

       CHECK-SALHIST-ENTRY.
           IF READING-GENERATION
               ADD 1 TO WS-GEN-COUNT
               IF SALH-NEW-SALARY IS NUMERIC
                   ADD SALH-NEW-SALARY TO WS-GEN-HASH
               END-IF
           END-IF
           MOVE SALH-EMP-ID TO WS-LOOKUP-EMP-ID
           PERFORM LOOKUP-ID-ANYWHERE
           IF NOT ID-ON-FILE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM NOTE-LAST-SALARY.

       NOTE-LAST-SALARY.
           MOVE SALH-EMP-ID TO WS-SALT-LOOKUP-ID
      * MEANS A RECORD HAS VANISHED WITHOUT A PURGE TRAIL.
      ******************************************************
       CHECK-AUDIT-ADDS.
           PERFORM CHECK-AUDIT-GENERATION
               VARYING WS-SCAN-YEAR FROM WS-FIRST-GEN-YEAR BY 1
               UNTIL WS-SCAN-YEAR > WS-LAST-GEN-YEAR
           MOVE 'N' TO WS-READING-GEN-SWITCH
           MOVE 'AUDIT.DAT' TO WS-AUDIT-FILE-NAME
           MOVE 'N' TO WS-AUDIT-EOF
           OPEN INPUT AUDIT-JOURNAL-FILE
           IF WS-AUDIT-STATUS NOT = '00'
                   MOVE 'Y' TO WS-AUDIT-EOF
           END-READ.

       CHECK-AUDIT-GENERATION.
           MOVE WS-SCAN-YEAR TO WS-AUDIT-GEN-YEAR
           MOVE WS-AUDIT-GEN-NAME TO WS-AUDIT-FILE-NAME
           MOVE 'N' TO WS-AUDIT-EOF
           OPEN INPUT AUDIT-JOURNAL-FILE
           IF WS-AUDIT-STATUS = '00'
               ADD 1 TO WS-GENERATIONS-READ
               MOVE 'Y' TO WS-READING-GEN-SWITCH
               MOVE 'N' TO WS-GEN-TRAILER-SWITCH
               MOVE 0 TO WS-GEN-COUNT
               MOVE 0 TO WS-GEN-HASH
               PERFORM READ-AUDIT-JOURNAL
               PERFORM CHECK-ONE-AUDIT UNTIL AUDIT-EOF
               CLOSE AUDIT-JOURNAL-FILE
               IF NOT GEN-TRAILER-SEEN
                   MOVE WS-AUDIT-FILE-NAME TO WS-TRAILER-FILE-NAME
                   PERFORM NOTE-MISSING-TRAILER
               END-IF
           ELSE
               IF WS-AUDIT-STATUS NOT = '35'
                   DISPLAY 'UNABLE TO OPEN ' WS-AUDIT-FILE-NAME
                       ' - STATUS ' WS-AUDIT-STATUS
                   MOVE 'Y' TO WS-INCOMPLETE-SWITCH
               END-IF
           END-IF.

       PROVE-AUDIT-TRAILER.
           MOVE 'Y' TO WS-GEN-TRAILER-SWITCH
           IF AGT-RECORD-COUNT NOT = WS-GEN-COUNT
                   OR AGT-SALARY-HASH NOT = WS-GEN-HASH
               ADD 1 TO WS-EXC-GENERATION-TOTALS
               MOVE SPACES TO REPORT-LINE
               STRING 'GENERATION TOTALS  - ' WS-AUDIT-FILE-NAME
                   ' TRAILER ' AGT-RECORD-COUNT ' / '
                   AGT-SALARY-HASH ' READ ' WS-GEN-COUNT ' / '
                   WS-GEN-HASH
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       CHECK-ONE-AUDIT.
           IF AGT-TRAILER-TAG = '*TOTALS*'
               PERFORM PROVE-AUDIT-TRAILER
           ELSE
               PERFORM CHECK-AUDIT-ENTRY
           END-IF
           PERFORM READ-AUDIT-JOURNAL.

       CHECK-AUDIT-ENTRY.
           IF READING-GENERATION
               ADD 1 TO WS-GEN-COUNT
               MOVE AUDIT-AFTER-IMAGE TO WS-HASH-IMAGE
               IF HASH-IMAGE-SALARY IS NUMERIC
                   ADD HASH-IMAGE-SALARY TO WS-GEN-HASH
               END-IF
           END-IF
           IF AUDIT-ACTION = 'A'
               MOVE AUDIT-EMP-ID TO WS-LOOKUP-EMP-ID
               PERFORM LOOKUP-ID-ANYWHERE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

      ******************************************************
      * PASS 5 - THE ARCHIVE AGAINST THE MASTER. AN ARCHIVED
       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE
           STRING 'CROSS-FILE RECONCILIATION REPORT - RUN DATE '
               WS-CURRENT-DATE-X
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-FIRST-GEN-YEAR > WS-LAST-GEN-YEAR
               STRING 'AUDIT AND SALARY HISTORY - OPEN YEAR ONLY'
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING 'AUDIT AND SALARY HISTORY - GENERATIONS '
                   WS-FIRST-GEN-YEAR ' THROUGH ' WS-LAST-GEN-YEAR
                   ' AND THE OPEN YEAR'
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-SUMMARY.
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'GENERATION TOTALS:        '
               WS-EXC-GENERATION-TOTALS
               '  (GENERATIONS READ ' WS-GENERATIONS-READ ')'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF RUN-INCOMPLETE
