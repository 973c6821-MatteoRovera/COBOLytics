       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-JOURNAL-FILE
               ASSIGN USING WS-AUDIT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      * MUST MATCH THE AUDIT-JOURNAL-FILE FD IN
      * EMPLOYEE-RECORDS-SYSTEM - THE TRANSACTION IMAGE GREW
      * TO 110 BYTES WITH THE EFFECTIVE DATE ON TRANS.DAT,
      * TAKING THE JOURNAL RECORD FROM 521 TO 527. THE SAME
      * FD READS THE LIVE AUDIT.DAT AND THE CLOSED-YEAR
      * GENERATIONS (AUDYYYY.DAT) WRITTEN BY HISTORY-ROLLOVER,
      * EACH CLOSED BY A '*TOTALS*' TRAILER THAT IS SKIPPED.
      ******************************************************
       FD  AUDIT-JOURNAL-FILE
           RECORD CONTAINS 527 CHARACTERS
       01  WS-AUDIT-EOF                PIC X(1) VALUE 'N'.
           88  AUDIT-EOF               VALUE 'Y'.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR         PIC 9(4).
           05  WS-CURRENT-MONTH        PIC 9(2).
           05  WS-CURRENT-DAY          PIC 9(2).
       01  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE
                                       PIC X(8).

      ******************************************************
      * HISTORY GENERATIONS - CLOSED YEARS ARE ROLLED OFF
      * AUDIT.DAT INTO ONE FILE PER YEAR, SEVEN YEARS KEPT.
      * ONLY THE GENERATIONS THE DATE RANGE REACHES INTO ARE
      * READ (AN OPEN FROM-DATE REACHES BACK THROUGH ALL SEVEN,
      * AS AN EMPLOYEE LOOKUP USUALLY WANTS); A YEAR NOT YET
      * ROLLED IS STILL ON AUDIT.DAT, WHICH IS ALWAYS READ.
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

      ******************************************************
      * REPORT SELECTION - AN EMPLOYEE ID, A DATE RANGE, A
      * FIELD, OR ANY MIX. A BLANK EMPLOYEE ID MEANS ALL
       01  WS-SELECT-FIELD             PIC X(2) VALUE SPACES.
           88  FIELD-SELECTED          VALUE 'SA', 'DP', 'NM',
                                             'AD', 'PH', 'TI',
                                             'ST', 'BK'.

       01  WS-RECORDS-READ             PIC 9(7) VALUE 0.
       01  WS-RECORDS-PRINTED          PIC 9(7) VALUE 0.
           05  IMAGE-SALARY            PIC 9(7)V99.
           05  IMAGE-STATUS            PIC X(1).
           05  IMAGE-LAST-UPDATE       PIC X(8).
           05  IMAGE-BANK-ROUTING      PIC X(9).
           05  IMAGE-BANK-ACCOUNT      PIC X(17).
           05  IMAGE-BANK-ACCT-TYPE    PIC X(1).
           05  FILLER                  PIC X(18).

       01  WS-BEFORE-REC.
           05  BEF-EMP-ID              PIC X(8).
           05  BEF-SALARY              PIC 9(7)V99.
           05  BEF-STATUS              PIC X(1).
           05  BEF-LAST-UPDATE         PIC X(8).
           05  BEF-BANK-ROUTING        PIC X(9).
           05  BEF-BANK-ACCOUNT        PIC X(17).
           05  BEF-BANK-ACCT-TYPE      PIC X(1).
           05  FILLER                  PIC X(18).

       01  WS-AFTER-REC.
           05  AFT-EMP-ID              PIC X(8).
           05  AFT-SALARY              PIC 9(7)V99.
           05  AFT-STATUS              PIC X(1).
           05  AFT-LAST-UPDATE         PIC X(8).
           05  AFT-BANK-ROUTING        PIC X(9).
           05  AFT-BANK-ACCOUNT        PIC X(17).
           05  AFT-BANK-ACCT-TYPE      PIC X(1).
           05  FILLER                  PIC X(18).

       01  WS-IMAGE-TAG                PIC X(7).
       01  WS-ACTION-DESC              PIC X(6).
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-CURRENT-DATE-X FROM DATE YYYYMMDD
           PERFORM PROMPT-SELECTION
           PERFORM PRINT-AUDIT-HISTORY
           STOP RUN.
               WITH NO ADVANCING
           ACCEPT WS-SELECT-THRU-DATE
           DISPLAY 'Changed field - SA)lary, DP)dept, NM)ame, '
               'AD)dress, PH)one, TI)tle, ST)atus, BK)bank, '
               'blank for all: ' WITH NO ADVANCING
           ACCEPT WS-SELECT-FIELD
           IF WS-SELECT-FIELD NOT = SPACES
                   AND NOT FIELD-SELECTED
               MOVE SPACES TO WS-SELECT-FIELD
           END-IF.

      ******************************************************
      * THE GENERATIONS OLDEST FIRST, THEN THE LIVE JOURNAL,
      * SO THE REPORT STAYS IN DATE ORDER.
      ******************************************************
       PRINT-AUDIT-HISTORY.
           MOVE 'AUDIT.DAT' TO WS-AUDIT-FILE-NAME
           OPEN INPUT AUDIT-JOURNAL-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN AUDIT.DAT - STATUS '
                   WS-AUDIT-STATUS
           ELSE
               CLOSE AUDIT-JOURNAL-FILE
               OPEN OUTPUT AUDIT-REPORT-FILE
               PERFORM WRITE-REPORT-HEADING
               PERFORM SET-GENERATION-RANGE
               PERFORM READ-AUDIT-GENERATION
                   VARYING WS-SCAN-YEAR FROM WS-FIRST-GEN-YEAR BY 1
                   UNTIL WS-SCAN-YEAR > WS-LAST-GEN-YEAR
               MOVE 'AUDIT.DAT' TO WS-AUDIT-FILE-NAME
               OPEN INPUT AUDIT-JOURNAL-FILE
               PERFORM SCAN-AUDIT-FILE
               CLOSE AUDIT-JOURNAL-FILE
               PERFORM WRITE-REPORT-FOOTING
               CLOSE AUDIT-REPORT-FILE
               DISPLAY 'GENERATIONS READ:        '
                   WS-GENERATIONS-READ
               DISPLAY 'JOURNAL RECORDS READ:    ' WS-RECORDS-READ
               DISPLAY 'JOURNAL RECORDS PRINTED: ' WS-RECORDS-PRINTED
           END-IF.

       SET-GENERATION-RANGE.
           COMPUTE WS-FIRST-GEN-YEAR =
               WS-CURRENT-YEAR - WS-RETAIN-YEARS
           COMPUTE WS-LAST-GEN-YEAR = WS-CURRENT-YEAR - 1
           IF WS-SELECT-FROM-DATE NOT = SPACES
                   AND WS-SELECT-FROM-DATE (1:4) IS NUMERIC
               IF WS-SELECT-FROM-DATE (1:4) > WS-FIRST-GEN-YEAR
                   MOVE WS-SELECT-FROM-DATE (1:4)
                       TO WS-FIRST-GEN-YEAR
               END-IF
           END-IF
           IF WS-SELECT-THRU-DATE NOT = SPACES
                   AND WS-SELECT-THRU-DATE (1:4) IS NUMERIC
               IF WS-SELECT-THRU-DATE (1:4) < WS-LAST-GEN-YEAR
                   MOVE WS-SELECT-THRU-DATE (1:4)
                       TO WS-LAST-GEN-YEAR
               END-IF
           END-IF.

      ******************************************************
      * A YEAR WITH NO GENERATION ON FILE (NOT YET ROLLED, OR
      * BEFORE THE FIRST ROLLOVER) IS SIMPLY PASSED OVER.
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
           END-IF.

       SCAN-AUDIT-FILE.
           MOVE 'N' TO WS-AUDIT-EOF
           PERFORM READ-AUDIT-JOURNAL
           PERFORM SELECT-AUDIT-RECORD UNTIL AUDIT-EOF.

       READ-AUDIT-JOURNAL.
           READ AUDIT-JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF
               NOT AT END
                   IF AUDIT-DATE NOT = '*TOTALS*'
                       ADD 1 TO WS-RECORDS-READ
                   END-IF
           END-READ.

       SELECT-AUDIT-RECORD.
           IF AUDIT-DATE NOT = '*TOTALS*'
               AND (WS-SELECT-EMP-ID = SPACES
                   OR AUDIT-EMP-ID = WS-SELECT-EMP-ID)
               AND (WS-SELECT-FROM-DATE = SPACES
                   OR AUDIT-DATE >= WS-SELECT-FROM-DATE)
                       IF BEF-STATUS NOT = AFT-STATUS
                           MOVE 'Y' TO WS-FIELD-CHANGED-SWITCH
                       END-IF
                   WHEN 'BK'
                       IF BEF-BANK-ROUTING NOT = AFT-BANK-ROUTING
                           OR BEF-BANK-ACCOUNT NOT = AFT-BANK-ACCOUNT
                           OR BEF-BANK-ACCT-TYPE
                               NOT = AFT-BANK-ACCT-TYPE
                           MOVE 'Y' TO WS-FIELD-CHANGED-SWITCH
                       END-IF
               END-EVALUATE
           END-IF.

               MOVE AFT-STATUS TO WS-DIFF-NEW-VALUE
               PERFORM WRITE-FIELD-DIFF
           END-IF
           IF BEF-BANK-ROUTING NOT = AFT-BANK-ROUTING
                   OR BEF-BANK-ACCOUNT NOT = AFT-BANK-ACCOUNT
                   OR BEF-BANK-ACCT-TYPE NOT = AFT-BANK-ACCT-TYPE
               MOVE 'BANK    ' TO WS-DIFF-FIELD-NAME
               MOVE SPACES TO WS-DIFF-OLD-VALUE
               STRING BEF-BANK-ROUTING ' ' BEF-BANK-ACCOUNT ' '
                   BEF-BANK-ACCT-TYPE
                   DELIMITED BY SIZE INTO WS-DIFF-OLD-VALUE
               MOVE SPACES TO WS-DIFF-NEW-VALUE
               STRING AFT-BANK-ROUTING ' ' AFT-BANK-ACCOUNT ' '
                   AFT-BANK-ACCT-TYPE
                   DELIMITED BY SIZE INTO WS-DIFF-NEW-VALUE
               PERFORM WRITE-FIELD-DIFF
           END-IF
           IF WS-DIFF-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               STRING '  (NO FIELD CHANGES)'
           MOVE SPACES TO REPORT-LINE
           STRING 'JOURNAL RECORDS PRINTED: ' WS-RECORDS-PRINTED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'HISTORY GENERATIONS READ: ' WS-GENERATIONS-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
