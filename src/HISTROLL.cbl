       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTORY-ROLLOVER.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-JOURNAL-FILE
               ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDIT-WORK-FILE
               ASSIGN TO "AUDOPEN.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDWORK-STATUS.

           SELECT AUDIT-GENERATION-FILE
               ASSIGN USING WS-AUDIT-GEN-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDGEN-STATUS.

           SELECT SALARY-HISTORY-FILE
               ASSIGN TO "SALHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SALHIST-STATUS.

           SELECT SALARY-WORK-FILE
               ASSIGN TO "SALOPEN.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SALWORK-STATUS.

           SELECT SALARY-GENERATION-FILE
               ASSIGN USING WS-SALH-GEN-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SALGEN-STATUS.

           SELECT ROLLOVER-REPORT-FILE
               ASSIGN TO "HISTROLL.RPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************
      * MUST MATCH THE AUDIT-JOURNAL-FILE FD IN
      * EMPLOYEE-RECORDS-SYSTEM.
      ******************************************************
       FD  AUDIT-JOURNAL-FILE
           RECORD CONTAINS 527 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-RECORD.
           05  AUDIT-DATE              PIC X(8).
           05  AUDIT-ACTION            PIC X(1).
           05  AUDIT-EMP-ID            PIC X(8).
           05  AUDIT-TRANS-IMAGE       PIC X(110).
           05  AUDIT-BEFORE-IMAGE      PIC X(200).
           05  AUDIT-AFTER-IMAGE       PIC X(200).

       FD  AUDIT-WORK-FILE
           RECORD CONTAINS 527 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-WORK-RECORD           PIC X(527).

      ******************************************************
      * ONE CLOSED YEAR OF THE AUDIT JOURNAL, AUDYYYY.DAT.
      * THE ENTRIES ARE COPIED UNCHANGED AND CLOSED BY A
      * SINGLE '*TOTALS*' TRAILER (IN THE AUDIT-DATE
      * POSITION) CARRYING THE YEAR, THE ENTRY COUNT AND THE
      * HASH OF THE AFTER-IMAGE SALARIES, AS THE MASTER
      * UNLOAD CLOSES EMPBKP.DAT.
      ******************************************************
       FD  AUDIT-GENERATION-FILE
           RECORD CONTAINS 527 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-GEN-RECORD            PIC X(527).
       01  AUDIT-GEN-TRAILER REDEFINES AUDIT-GEN-RECORD.
           05  AGT-TRAILER-TAG         PIC X(8).
           05  AGT-GEN-YEAR            PIC 9(4).
           05  AGT-RECORD-COUNT        PIC 9(9).
           05  AGT-SALARY-HASH         PIC 9(13)V99.
           05  FILLER                  PIC X(491).

      ******************************************************
      * MUST MATCH THE SALARY-HISTORY-FILE FD IN
      * EMPLOYEE-RECORDS-SYSTEM.
      ******************************************************
       FD  SALARY-HISTORY-FILE
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  SALARY-HISTORY-RECORD.
           05  SALH-EMP-ID             PIC X(8).
           05  SALH-OLD-SALARY         PIC 9(7)V99.
           05  SALH-NEW-SALARY         PIC 9(7)V99.
           05  SALH-EFFECTIVE-DATE     PIC X(8).
           05  FILLER                  PIC X(6).

       FD  SALARY-WORK-FILE
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  SALARY-WORK-RECORD          PIC X(40).

      ******************************************************
      * ONE CLOSED YEAR OF SALARY HISTORY, SALHYYYY.DAT,
      * CLOSED BY A '*TOTALS*' TRAILER CARRYING THE YEAR,
      * THE ENTRY COUNT AND THE HASH OF THE NEW SALARIES.
      ******************************************************
       FD  SALARY-GENERATION-FILE
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  SALARY-GEN-RECORD           PIC X(40).
       01  SALARY-GEN-TRAILER REDEFINES SALARY-GEN-RECORD.
           05  SGT-TRAILER-TAG         PIC X(8).
           05  SGT-GEN-YEAR            PIC 9(4).
           05  SGT-RECORD-COUNT        PIC 9(9).
           05  SGT-SALARY-HASH         PIC 9(13)V99.
           05  FILLER                  PIC X(4).

       FD  ROLLOVER-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS             PIC X(2).
       01  WS-AUDWORK-STATUS           PIC X(2).
       01  WS-AUDGEN-STATUS            PIC X(2).
       01  WS-SALHIST-STATUS           PIC X(2).
       01  WS-SALWORK-STATUS           PIC X(2).
       01  WS-SALGEN-STATUS            PIC X(2).
       01  WS-REPORT-STATUS            PIC X(2).

       01  WS-EOF-FLAGS.
           05  WS-AUDIT-EOF            PIC X(1) VALUE 'N'.
               88  AUDIT-EOF           VALUE 'Y'.
           05  WS-AUDWORK-EOF          PIC X(1) VALUE 'N'.
               88  AUDWORK-EOF         VALUE 'Y'.
           05  WS-SALHIST-EOF          PIC X(1) VALUE 'N'.
               88  SALHIST-EOF         VALUE 'Y'.
           05  WS-SALWORK-EOF          PIC X(1) VALUE 'N'.
               88  SALWORK-EOF         VALUE 'Y'.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR         PIC 9(4).
           05  WS-CURRENT-MONTH        PIC 9(2).
           05  WS-CURRENT-DAY          PIC 9(2).
       01  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE
                                       PIC X(8).

      ******************************************************
      * THE YEAR BEING CLOSED (PARM OR PROMPT) AND THE SEVEN
      * YEARS OF HISTORY THE AUDITORS REQUIRE. AT THE CLOSE OF
      * YEAR Y THE GENERATIONS FOR Y-6 THROUGH Y ARE KEPT AND
      * THE ONE FOR Y-7 IS DROPPED; A LIVE ENTRY OLDER THAN
      * Y-6 IS PAST RETENTION AND IS NOT CARRIED FORWARD.
      ******************************************************
       01  WS-CLOSE-YEAR-X             PIC X(4) VALUE SPACES.
       01  WS-CLOSE-YEAR               PIC 9(4) VALUE 0.
       01  WS-RETAIN-YEARS             PIC 9(2) VALUE 7.
       01  WS-RETAIN-FROM-YEAR         PIC 9(4) VALUE 0.
       01  WS-PURGE-YEAR               PIC 9(4) VALUE 0.

       01  WS-AUDIT-GEN-NAME.
           05  FILLER                  PIC X(3) VALUE 'AUD'.
           05  WS-AUDIT-GEN-YEAR       PIC 9(4) VALUE 0.
           05  FILLER                  PIC X(4) VALUE '.DAT'.
       01  WS-SALH-GEN-NAME.
           05  FILLER                  PIC X(4) VALUE 'SALH'.
           05  WS-SALH-GEN-YEAR        PIC 9(4) VALUE 0.
           05  FILLER                  PIC X(4) VALUE '.DAT'.

      ******************************************************
      * PER-LOG CONTROL - RESET FOR EACH OF THE TWO FILES.
      * THE FIRST PASS SIZES UP THE LIVE FILE (ENTRIES IN
      * DATE ORDER, CLOSED YEARS PRESENT, NO GENERATION FOR
      * THEM ALREADY ON FILE); ONLY THEN IS ANYTHING WRITTEN.
      * THE LIVE FILE IS REPLACED LAST, FROM THE OPEN-YEAR
      * WORK COPY, AND ONLY WHEN EVERY ENTRY READ IS
      * ACCOUNTED FOR.
      ******************************************************
       01  WS-LOG-NAME                 PIC X(11) VALUE SPACES.
       01  WS-ROLL-ABANDON-SWITCH      PIC X(1) VALUE 'N'.
           88  ROLL-ABANDONED          VALUE 'Y'.
       01  WS-ROLL-FAILED-SWITCH       PIC X(1) VALUE 'N'.
           88  ROLL-FAILED             VALUE 'Y'.
       01  WS-RECORDS-READ             PIC 9(9) VALUE 0.
       01  WS-OPEN-COUNT               PIC 9(9) VALUE 0.
       01  WS-CLOSED-COUNT             PIC 9(9) VALUE 0.
       01  WS-EXPIRED-COUNT            PIC 9(9) VALUE 0.
       01  WS-OPEN-WRITTEN             PIC 9(9) VALUE 0.
       01  WS-ROLLED-COUNT             PIC 9(9) VALUE 0.
       01  WS-DROPPED-COUNT            PIC 9(9) VALUE 0.
       01  WS-COPIED-BACK-COUNT        PIC 9(9) VALUE 0.
       01  WS-RECORD-DATE              PIC X(8) VALUE SPACES.
       01  WS-PRIOR-DATE               PIC X(8) VALUE SPACES.
       01  WS-RECORD-YEAR              PIC 9(4) VALUE 0.

       01  WS-YEAR-TABLE-MAX           PIC 9(2) VALUE 7.
       01  WS-YEAR-COUNT               PIC 9(2) VALUE 0.
       01  WS-YEAR-TABLE.
           05  YEAR-ENTRY OCCURS 7 TIMES
                   INDEXED BY WS-YEAR-IDX.
               10  YEAR-VALUE          PIC 9(4).
               10  YEAR-RECORDS        PIC 9(9).

       01  WS-GEN-YEAR                 PIC 9(4) VALUE 0.
       01  WS-GEN-COUNT                PIC 9(9) VALUE 0.
       01  WS-GEN-HASH                 PIC 9(13)V99 VALUE 0.

      ******************************************************
      * WORK COPY OF THE MASTER LAYOUT OVER THE JOURNAL'S
      * AFTER IMAGE - ONLY THE SALARY IS WANTED, FOR THE HASH.
      * MUST MATCH MASTER-RECORD IN EMPLOYEE-RECORDS-SYSTEM.
      ******************************************************
       01  WS-HASH-IMAGE.
           05  FILLER                  PIC X(137).
           05  HASH-IMAGE-SALARY       PIC 9(7)V99.
           05  FILLER                  PIC X(54).

       01  WS-DELETE-RESULT            PIC S9(9) VALUE 0.
       01  WS-COUNT-DISPLAY            PIC Z(8)9.
       01  WS-HASH-DISPLAY             PIC Z(12)9.99.

       PROCEDURE DIVISION.

      ******************************************************
      * YEAR-END ROLLOVER OF THE TWO ROLLING LOGS. RUN ONCE
      * THE YEAR HAS CLOSED AND BEFORE THE NIGHT'S UPDATE RUN,
      * WITH THE CLOSED YEAR AS THE PARM. EACH CLOSED YEAR
      * MOVES TO ITS OWN GENERATION FILE; THE LIVE FILES KEEP
      * ONLY THE OPEN YEAR. EITHER LOG THAT CANNOT ROLL
      * CLEANLY IS LEFT AS IT WAS AND THE RUN RETURNS 8.
      ******************************************************
       MAIN-LOGIC.
           ACCEPT WS-CURRENT-DATE-X FROM DATE YYYYMMDD
           ACCEPT WS-CLOSE-YEAR-X FROM COMMAND-LINE
           IF WS-CLOSE-YEAR-X = SPACES
               DISPLAY 'Year to close (YYYY): '
                   WITH NO ADVANCING
               ACCEPT WS-CLOSE-YEAR-X
           END-IF

           IF WS-CLOSE-YEAR-X NOT NUMERIC
               DISPLAY 'INVALID YEAR - RUN ABANDONED'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-CLOSE-YEAR-X TO WS-CLOSE-YEAR
               IF WS-CLOSE-YEAR NOT < WS-CURRENT-YEAR
                   DISPLAY 'YEAR ' WS-CLOSE-YEAR ' IS STILL OPEN - '
                       'RUN ABANDONED'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   COMPUTE WS-RETAIN-FROM-YEAR =
                       WS-CLOSE-YEAR - WS-RETAIN-YEARS + 1
                   COMPUTE WS-PURGE-YEAR = WS-RETAIN-FROM-YEAR - 1
                   PERFORM RUN-ROLLOVER
               END-IF
           END-IF
           STOP RUN.

       RUN-ROLLOVER.
           OPEN OUTPUT ROLLOVER-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN HISTROLL.RPT - STATUS '
                   WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-REPORT-HEADING
               PERFORM ROLL-AUDIT-JOURNAL
               PERFORM ROLL-SALARY-HISTORY
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               IF ROLL-FAILED
                   MOVE '** ROLLOVER INCOMPLETE - SEE ABOVE **'
                       TO REPORT-LINE
               ELSE
                   MOVE 'ROLLOVER COMPLETE' TO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
               CLOSE ROLLOVER-REPORT-FILE
               IF ROLL-FAILED
                   DISPLAY 'HISTORY ROLLOVER INCOMPLETE - SEE '
                       'HISTROLL.RPT'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY 'HISTORY ROLLOVER COMPLETE FOR '
                       WS-CLOSE-YEAR
               END-IF
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE
           STRING 'AUDIT AND SALARY HISTORY ROLLOVER - RUN DATE '
               WS-CURRENT-DATE-X '  CLOSING YEAR ' WS-CLOSE-YEAR
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'GENERATIONS KEPT ' WS-RETAIN-FROM-YEAR
               ' THROUGH ' WS-CLOSE-YEAR
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       RESET-LOG-CONTROL.
           MOVE 'N' TO WS-ROLL-ABANDON-SWITCH
           MOVE 0 TO WS-RECORDS-READ
           MOVE 0 TO WS-OPEN-COUNT
           MOVE 0 TO WS-CLOSED-COUNT
           MOVE 0 TO WS-EXPIRED-COUNT
           MOVE 0 TO WS-OPEN-WRITTEN
           MOVE 0 TO WS-ROLLED-COUNT
           MOVE 0 TO WS-DROPPED-COUNT
           MOVE 0 TO WS-COPIED-BACK-COUNT
           MOVE 0 TO WS-YEAR-COUNT
           MOVE 0 TO WS-GEN-YEAR
           MOVE SPACES TO WS-PRIOR-DATE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING WS-LOG-NAME
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************
      * SORT ONE LIVE ENTRY'S DATE INTO OPEN, CLOSED OR PAST
      * RETENTION. BOTH LOGS ARE APPENDED WITH THE RUN DATE,
      * SO AN ENTRY DATED EARLIER THAN THE ONE BEFORE IT, OR
      * NOT DATED AT ALL, MEANS THE FILE IS NOT WHAT IT SHOULD
      * BE - THE ROLLOVER IS ABANDONED RATHER THAN FILE IT IN
      * THE WRONG GENERATION.
      ******************************************************
       CLASSIFY-RECORD-DATE.
           ADD 1 TO WS-RECORDS-READ
           IF WS-RECORD-DATE NOT NUMERIC
               MOVE 'Y' TO WS-ROLL-ABANDON-SWITCH
               MOVE WS-RECORDS-READ TO WS-COUNT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING '  ENTRY ' WS-COUNT-DISPLAY ' HAS NO VALID '
                   'DATE - ' WS-RECORD-DATE ' - NOT ROLLED'
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
           IF WS-RECORD-DATE < WS-PRIOR-DATE
               MOVE 'Y' TO WS-ROLL-ABANDON-SWITCH
               MOVE WS-RECORDS-READ TO WS-COUNT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING '  ENTRY ' WS-COUNT-DISPLAY ' DATED '
                   WS-RECORD-DATE ' FOLLOWS ' WS-PRIOR-DATE
                   ' - OUT OF DATE ORDER - NOT ROLLED'
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE WS-RECORD-DATE TO WS-PRIOR-DATE
               MOVE WS-RECORD-DATE (1:4) TO WS-RECORD-YEAR
               IF WS-RECORD-YEAR > WS-CLOSE-YEAR
                   ADD 1 TO WS-OPEN-COUNT
               ELSE
               IF WS-RECORD-YEAR < WS-RETAIN-FROM-YEAR
                   ADD 1 TO WS-EXPIRED-COUNT
               ELSE
                   ADD 1 TO WS-CLOSED-COUNT
                   PERFORM NOTE-CLOSED-YEAR
               END-IF
               END-IF
           END-IF
           END-IF.

       NOTE-CLOSED-YEAR.
           IF WS-YEAR-COUNT = 0
               PERFORM ADD-CLOSED-YEAR
           ELSE
               SET WS-YEAR-IDX TO WS-YEAR-COUNT
               IF YEAR-VALUE (WS-YEAR-IDX) NOT = WS-RECORD-YEAR
                   PERFORM ADD-CLOSED-YEAR
               END-IF
           END-IF
           SET WS-YEAR-IDX TO WS-YEAR-COUNT
           ADD 1 TO YEAR-RECORDS (WS-YEAR-IDX).

      ******************************************************
      * THE ENTRIES ARE IN DATE ORDER AND INSIDE THE SEVEN
      * RETAINED YEARS, SO THE TABLE CANNOT OVERFLOW.
      ******************************************************
       ADD-CLOSED-YEAR.
           ADD 1 TO WS-YEAR-COUNT
           SET WS-YEAR-IDX TO WS-YEAR-COUNT
           MOVE WS-RECORD-YEAR TO YEAR-VALUE (WS-YEAR-IDX)
           MOVE 0 TO YEAR-RECORDS (WS-YEAR-IDX).

       WRITE-LOG-COUNTS.
           MOVE SPACES TO REPORT-LINE
           STRING '  ENTRIES READ ' WS-RECORDS-READ
               '  OPEN YEAR ' WS-OPEN-COUNT
               '  CLOSED ' WS-CLOSED-COUNT
               '  PAST RETENTION ' WS-EXPIRED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************
      * AUDIT.DAT
      ******************************************************
       ROLL-AUDIT-JOURNAL.
           MOVE 'AUDIT.DAT' TO WS-LOG-NAME
           PERFORM RESET-LOG-CONTROL
           PERFORM SIZE-UP-AUDIT-JOURNAL
           IF NOT ROLL-ABANDONED
               PERFORM WRITE-LOG-COUNTS
               IF WS-CLOSED-COUNT + WS-EXPIRED-COUNT = 0
                   MOVE '  NOTHING TO ROLL' TO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   PERFORM CHECK-AUDIT-GENERATION
                       VARYING WS-YEAR-IDX FROM 1 BY 1
                       UNTIL WS-YEAR-IDX > WS-YEAR-COUNT
                   IF NOT ROLL-ABANDONED
                       PERFORM SPLIT-AUDIT-JOURNAL
                   END-IF
                   IF NOT ROLL-ABANDONED
                       PERFORM REPLACE-AUDIT-JOURNAL
                   END-IF
               END-IF
           END-IF
           IF ROLL-ABANDONED
               MOVE 'Y' TO WS-ROLL-FAILED-SWITCH
           ELSE
               PERFORM PURGE-AUDIT-GENERATION
           END-IF.

       SIZE-UP-AUDIT-JOURNAL.
           MOVE 'N' TO WS-AUDIT-EOF
           OPEN INPUT AUDIT-JOURNAL-FILE
           IF WS-AUDIT-STATUS = '35'
               MOVE '  AUDIT.DAT NOT ON FILE' TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN AUDIT.DAT - STATUS '
                   WS-AUDIT-STATUS
               MOVE 'Y' TO WS-ROLL-ABANDON-SWITCH
               MOVE SPACES TO REPORT-LINE
               STRING '  UNABLE TO OPEN AUDIT.DAT - STATUS '
                   WS-AUDIT-STATUS ' - NOT ROLLED'
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM READ-AUDIT-JOURNAL
               PERFORM SIZE-UP-AUDIT-ENTRY
                   UNTIL AUDIT-EOF OR ROLL-ABANDONED
               CLOSE AUDIT-JOURNAL-FILE
           END-IF
           END-IF.

       READ-AUDIT-JOURNAL.
           READ AUDIT-JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF
           END-READ.

       SIZE-UP-AUDIT-ENTRY.
           MOVE AUDIT-DATE TO WS-RECORD-DATE
           PERFORM CLASSIFY-RECORD-DATE
           PERFORM READ-AUDIT-JOURNAL.

      ******************************************************
      * A GENERATION ALREADY ON FILE FOR A YEAR STILL ON THE
      * LIVE JOURNAL MEANS AN EARLIER ROLLOVER DID NOT FINISH
      * (OR THE WRONG FILE WAS RESTORED). ROLLING AGAIN WOULD
      * DUPLICATE OR OVERWRITE HISTORY, SO IT IS REFUSED.
      ******************************************************
       CHECK-AUDIT-GENERATION.
           MOVE YEAR-VALUE (WS-YEAR-IDX) TO WS-AUDIT-GEN-YEAR
           OPEN INPUT AUDIT-GENERATION-FILE
           IF WS-AUDGEN-STATUS = '00'
               CLOSE AUDIT-GENERATION-FILE
               MOVE 'Y' TO WS-ROLL-ABANDON-SWITCH
               MOVE SPACES TO REPORT-LINE
               STRING '  ' WS-AUDIT-GEN-NAME ' IS ALREADY ON FILE'
                   ' - NOT ROLLED'
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               IF WS-AUDGEN-STATUS NOT = '35'
                   MOVE 'Y' TO WS-ROLL-ABANDON-SWITCH
                   MOVE SPACES TO REPORT-LINE
                   STRING '  UNABLE TO CHECK ' WS-AUDIT-GEN-NAME
                       ' - STATUS ' WS-AUDGEN-STATUS
                       ' - NOT ROLLED'
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       SPLIT-AUDIT-JOURNAL.
           MOVE 'N' TO WS-AUDIT-EOF
           OPEN INPUT AUDIT-JOURNAL-FILE
           OPEN OUTPUT AUDIT-WORK-FILE
           IF WS-AUDIT-STATUS NOT = '00'
                   OR WS-AUDWORK-STATUS NOT = '00'
               MOVE 'Y' TO WS-ROLL-ABANDON-SWITCH
               MOVE SPACES TO REPORT-LINE
               STRING '  UNABLE TO OPEN AUDIT.DAT/AUDOPEN.DAT - '
                   'STATUS ' WS-AUDIT-STATUS '/' WS-AUDWORK-STATUS
                   ' - NOT ROLLED'
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM READ-AUDIT-JOURNAL
               PERFORM SPLIT-AUDIT-ENTRY
                   UNTIL AUDIT-EOF OR ROLL-ABANDONED
               IF WS-GEN-YEAR > 0
                   PERFORM CLOSE-AUDIT-GENERATION
               END-IF
               IF NOT ROLL-ABANDONED
                   IF WS-ROLLED-COUNT + WS-DROPPED-COUNT
                           + WS-OPEN-WRITTEN NOT = WS-RECORDS-READ
                       MOVE 'Y' TO WS-ROLL-ABANDON-SWITCH
                       MOVE SPACES TO REPORT-LINE
                       STRING '  ENTRIES WRITTEN DO NOT ACCOUNT FOR '
                           'ENTRIES READ - NOT ROLLED'
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               END-IF
           END-IF
           CLOSE AUDIT-JOURNAL-FILE
           CLOSE AUDIT-WORK-FILE
           IF ROLL-ABANDONED
               PERFORM DISCARD-AUDIT-GENERATION
                   VARYING WS-YEAR-IDX FROM 1 BY 1
                   UNTIL WS-YEAR-IDX > WS-YEAR-COUNT
           END-IF.

       SPLIT-AUDIT-ENTRY.
           MOVE AUDIT-DATE (1:4) TO WS-RECORD-YEAR
           IF WS-RECORD-YEAR > WS-CLOSE-YEAR
               MOVE AUDIT-RECORD TO AUDIT-WORK-RECORD
               WRITE AUDIT-WORK-RECORD
               IF WS-AUDWORK-STATUS NOT = '00'
                   MOVE 'Y' TO WS-ROLL-ABANDON-SWITCH
                   MOVE SPACES TO REPORT-LINE
                   STRING '  AUDOPEN.DAT WRITE FAILED - STATUS '
                       WS-AUDWORK-STATUS ' - NOT ROLLED'
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   ADD 1 TO WS-OPEN-WRITTEN
               END-IF
           ELSE
           IF WS-RECORD-YEAR < WS-RETAIN-FROM-YEAR
               ADD 1 TO WS-DROPPED-COUNT
           ELSE
               IF WS-RECORD-YEAR NOT = WS-GEN-YEAR
                   IF WS-GEN-YEAR > 0
                       PERFORM CLOSE-AUDIT-GENERATION
                   END-IF
                   PERFORM OPEN-AUDIT-GENERATION
               END-IF
               IF NOT ROLL-ABANDONED
                   MOVE AUDIT-RECORD TO AUDIT-GEN-RECORD
                   WRITE AUDIT-GEN-RECORD
                   IF WS-AUDGEN-STATUS NOT = '00'
                       MOVE 'Y' TO WS-ROLL-ABANDON-SWITCH
                       MOVE SPACES TO REPORT-LINE
                       STRING '  ' WS-AUDIT-GEN-NAME ' WRITE FAILED'
                           ' - STATUS ' WS-AUDGEN-STATUS
                           ' - NOT ROLLED'
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                   ELSE
                       ADD 1 TO WS-GEN-COUNT
                       ADD 1 TO WS-ROLLED-COUNT
                       MOVE AUDIT-AFTER-IMAGE TO WS-HASH-IMAGE
                       IF HASH-IMAGE-SALARY NUMERIC
                           ADD HASH-IMAGE-SALARY TO WS-GEN-HASH
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF
           PERFORM READ-AUDIT-JOURNAL.

       OPEN-AUDIT-GENERATION.
           MOVE WS-RECORD-YEAR TO WS-GEN-YEAR
           MOVE WS-RECORD-YEAR TO WS-AUDIT-GEN-YEAR
           MOVE 0 TO WS-GEN-COUNT
           MOVE 0 TO WS-GEN-HASH
           OPEN OUTPUT AUDIT-GENERATION-FILE
           IF WS-AUDGEN-STATUS NOT = '00'
               MOVE 'Y' TO WS-ROLL-ABANDON-SWITCH
               MOVE 0 TO WS-GEN-YEAR
               MOVE SPACES TO REPORT-LINE
               STRING '  UNABLE TO CREATE ' WS-AUDIT-GEN-NAME
                   ' - STATUS ' WS-AUDGEN-STATUS ' - NOT ROLLED'
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       CLOSE-AUDIT-GENERATION.
           IF NOT ROLL-ABANDONED
               MOVE SPACES TO AUDIT-GEN-RECORD
               MOVE '*TOTALS*' TO AGT-TRAILER-TAG
               MOVE WS-GEN-YEAR TO AGT-GEN-YEAR
               MOVE WS-GEN-COUNT TO AGT-RECORD-COUNT
               MOVE WS-GEN-HASH TO AGT-SALARY-HASH
               WRITE AUDIT-GEN-RECORD
               MOVE WS-GEN-COUNT TO WS-COUNT-DISPLAY
               MOVE WS-GEN-HASH TO WS-HASH-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING '  ' WS-AUDIT-GEN-NAME ' WRITTEN - ENTRIES '
                   WS-COUNT-DISPLAY '  SALARY HASH ' WS-HASH-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE AUDIT-GENERATION-FILE
           MOVE 0 TO WS-GEN-YEAR.

      ******************************************************
      * AN ABANDONED SPLIT LEAVES THE LIVE JOURNAL UNTOUCHED;
      * THE GENERATIONS IT STARTED (NONE OF WHICH EXISTED
      * BEFORE THE RUN) ARE REMOVED SO A RERUN STARTS CLEAN.
      ******************************************************
       DISCARD-AUDIT-GENERATION.
           MOVE YEAR-VALUE (WS-YEAR-IDX) TO WS-AUDIT-GEN-YEAR
           MOVE 0 TO RETURN-CODE
           CALL 'CBL_DELETE_FILE' USING WS-AUDIT-GEN-NAME
           MOVE 0 TO RETURN-CODE.

      ******************************************************
      * THE LIVE JOURNAL IS REWRITTEN FROM THE OPEN-YEAR WORK
      * COPY. AUDOPEN.DAT IS LEFT IN PLACE - IF THIS STEP
      * FAILS THE CLOSED YEARS ARE SAFE IN THEIR GENERATIONS
      * AND AUDIT.DAT IS RESTORED BY COPYING AUDOPEN.DAT
      * OVER IT.
      ******************************************************
       REPLACE-AUDIT-JOURNAL.
           MOVE 'N' TO WS-AUDWORK-EOF
           OPEN INPUT AUDIT-WORK-FILE
           OPEN OUTPUT AUDIT-JOURNAL-FILE
           IF WS-AUDWORK-STATUS NOT = '00'
                   OR WS-AUDIT-STATUS NOT = '00'
               MOVE 'Y' TO WS-AUDWORK-EOF
           ELSE
               PERFORM READ-AUDIT-WORK
           END-IF
           PERFORM COPY-BACK-AUDIT-ENTRY UNTIL AUDWORK-EOF
           CLOSE AUDIT-WORK-FILE
           CLOSE AUDIT-JOURNAL-FILE
           IF WS-COPIED-BACK-COUNT NOT = WS-OPEN-WRITTEN
               MOVE 'Y' TO WS-ROLL-ABANDON-SWITCH
               DISPLAY 'AUDIT.DAT REBUILD FAILED - COPY AUDOPEN.DAT '
                   'OVER AUDIT.DAT BEFORE THE NEXT UPDATE RUN'
               MOVE SPACES TO REPORT-LINE
               STRING '  AUDIT.DAT REBUILD FAILED - COPY AUDOPEN.DAT '
                   'OVER AUDIT.DAT BEFORE THE NEXT UPDATE RUN'
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING '  AUDIT.DAT NOW HOLDS ' WS-COPIED-BACK-COUNT
                   ' OPEN-YEAR ENTRIES; ' WS-DROPPED-COUNT
                   ' PAST RETENTION DROPPED'
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       READ-AUDIT-WORK.
           READ AUDIT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-AUDWORK-EOF
           END-READ.

       COPY-BACK-AUDIT-ENTRY.
           MOVE AUDIT-WORK-RECORD TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = '00'
               MOVE 'Y' TO WS-AUDWORK-EOF
           ELSE
               ADD 1 TO WS-COPIED-BACK-COUNT
               PERFORM READ-AUDIT-WORK
           END-IF.

      ******************************************************
      * DROP THE GENERATION THAT HAS JUST FALLEN OUT OF THE
      * SEVEN RETAINED YEARS.
      ******************************************************
       PURGE-AUDIT-GENERATION.
           MOVE WS-PURGE-YEAR TO WS-AUDIT-GEN-YEAR
           MOVE 0 TO RETURN-CODE
           CALL 'CBL_DELETE_FILE' USING WS-AUDIT-GEN-NAME
           MOVE RETURN-CODE TO WS-DELETE-RESULT
           MOVE 0 TO RETURN-CODE
           IF WS-DELETE-RESULT = 0
               MOVE SPACES TO REPORT-LINE
               STRING '  ' WS-AUDIT-GEN-NAME ' DROPPED - PAST '
                   'RETENTION'
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      ******************************************************
      * SALHIST.DAT - THE SAME STEPS AS THE AUDIT JOURNAL,
      * DATED BY THE EFFECTIVE DATE AND HASHED ON THE NEW
      * SALARY.
      ******************************************************
       ROLL-SALARY-HISTORY.
           MOVE 'SALHIST.DAT' TO WS-LOG-NAME
           PERFORM RESET-LOG-CONTROL
           PERFORM SIZE-UP-SALARY-HISTORY
           IF NOT ROLL-ABANDONED
               PERFORM WRITE-LOG-COUNTS
               IF WS-CLOSED-COUNT + WS-EXPIRED-COUNT = 0
                   MOVE '  NOTHING TO ROLL' TO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   PERFORM CHECK-SALARY-GENERATION
                       VARYING WS-YEAR-IDX FROM 1 BY 1
                       UNTIL WS-YEAR-IDX > WS-YEAR-COUNT
                   IF NOT ROLL-ABANDONED
                       PERFORM SPLIT-SALARY-HISTORY
                   END-IF
                   IF NOT ROLL-ABANDONED
                       PERFORM REPLACE-SALARY-HISTORY
                   END-IF
               END-IF
           END-IF
           IF ROLL-ABANDONED
               MOVE 'Y' TO WS-ROLL-FAILED-SWITCH
           ELSE
               PERFORM PURGE-SALARY-GENERATION
           END-IF.

       SIZE-UP-SALARY-HISTORY.
           MOVE 'N' TO WS-SALHIST-EOF
           OPEN INPUT SALARY-HISTORY-FILE
           IF WS-SALHIST-STATUS = '35'
               MOVE '  SALHIST.DAT NOT ON FILE' TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
           IF WS-SALHIST-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN SALHIST.DAT - STATUS '
                   WS-SALHIST-STATUS
               MOVE 'Y' TO WS-ROLL-ABANDON-SWITCH
               MOVE SPACES TO REPORT-LINE
               STRING '  UNABLE TO OPEN SALHIST.DAT - STATUS '
                   WS-SALHIST-STATUS ' - NOT ROLLED'
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM READ-SALARY-HISTORY
               PERFORM SIZE-UP-SALARY-ENTRY
                   UNTIL SALHIST-EOF OR ROLL-ABANDONED
               CLOSE SALARY-HISTORY-FILE
           END-IF
           END-IF.

       READ-SALARY-HISTORY.
           READ SALARY-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-SALHIST-EOF
           END-READ.

       SIZE-UP-SALARY-ENTRY.
           MOVE SALH-EFFECTIVE-DATE TO WS-RECORD-DATE
           PERFORM CLASSIFY-RECORD-DATE
           PERFORM READ-SALARY-HISTORY.

       CHECK-SALARY-GENERATION.
           MOVE YEAR-VALUE (WS-YEAR-IDX) TO WS-SALH-GEN-YEAR
           OPEN INPUT SALARY-GENERATION-FILE
           IF WS-SALGEN-STATUS = '00'
               CLOSE SALARY-GENERATION-FILE
               MOVE 'Y' TO WS-ROLL-ABANDON-SWITCH
               MOVE SPACES TO REPORT-LINE
               STRING '  ' WS-SALH-GEN-NAME ' IS ALREADY ON FILE'
                   ' - NOT ROLLED'
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               IF WS-SALGEN-STATUS NOT = '35'
                   MOVE 'Y' TO WS-ROLL-ABANDON-SWITCH
                   MOVE SPACES TO REPORT-LINE
                   STRING '  UNABLE TO CHECK ' WS-SALH-GEN-NAME
                       ' - STATUS ' WS-SALGEN-STATUS
                       ' - NOT ROLLED'
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       SPLIT-SALARY-HISTORY.
           MOVE 'N' TO WS-SALHIST-EOF
           OPEN INPUT SALARY-HISTORY-FILE
           OPEN OUTPUT SALARY-WORK-FILE
           IF WS-SALHIST-STATUS NOT = '00'
                   OR WS-SALWORK-STATUS NOT = '00'
               MOVE 'Y' TO WS-ROLL-ABANDON-SWITCH
               MOVE SPACES TO REPORT-LINE
               STRING '  UNABLE TO OPEN SALHIST.DAT/SALOPEN.DAT - '
                   'STATUS ' WS-SALHIST-STATUS '/' WS-SALWORK-STATUS
                   ' - NOT ROLLED'
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM READ-SALARY-HISTORY
               PERFORM SPLIT-SALARY-ENTRY
                   UNTIL SALHIST-EOF OR ROLL-ABANDONED
               IF WS-GEN-YEAR > 0
                   PERFORM CLOSE-SALARY-GENERATION
               END-IF
               IF NOT ROLL-ABANDONED
                   IF WS-ROLLED-COUNT + WS-DROPPED-COUNT
                           + WS-OPEN-WRITTEN NOT = WS-RECORDS-READ
                       MOVE 'Y' TO WS-ROLL-ABANDON-SWITCH
                       MOVE SPACES TO REPORT-LINE
                       STRING '  ENTRIES WRITTEN DO NOT ACCOUNT FOR '
                           'ENTRIES READ - NOT ROLLED'
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               END-IF
           END-IF
           CLOSE SALARY-HISTORY-FILE
           CLOSE SALARY-WORK-FILE
           IF ROLL-ABANDONED
               PERFORM DISCARD-SALARY-GENERATION
                   VARYING WS-YEAR-IDX FROM 1 BY 1
                   UNTIL WS-YEAR-IDX > WS-YEAR-COUNT
           END-IF.

       SPLIT-SALARY-ENTRY.
           MOVE SALH-EFFECTIVE-DATE (1:4) TO WS-RECORD-YEAR
           IF WS-RECORD-YEAR > WS-CLOSE-YEAR
               MOVE SALARY-HISTORY-RECORD TO SALARY-WORK-RECORD
               WRITE SALARY-WORK-RECORD
               IF WS-SALWORK-STATUS NOT = '00'
                   MOVE 'Y' TO WS-ROLL-ABANDON-SWITCH
                   MOVE SPACES TO REPORT-LINE
                   STRING '  SALOPEN.DAT WRITE FAILED - STATUS '
                       WS-SALWORK-STATUS ' - NOT ROLLED'
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   ADD 1 TO WS-OPEN-WRITTEN
               END-IF
           ELSE
           IF WS-RECORD-YEAR < WS-RETAIN-FROM-YEAR
               ADD 1 TO WS-DROPPED-COUNT
           ELSE
               IF WS-RECORD-YEAR NOT = WS-GEN-YEAR
                   IF WS-GEN-YEAR > 0
                       PERFORM CLOSE-SALARY-GENERATION
                   END-IF
                   PERFORM OPEN-SALARY-GENERATION
               END-IF
               IF NOT ROLL-ABANDONED
                   MOVE SALARY-HISTORY-RECORD TO SALARY-GEN-RECORD
                   WRITE SALARY-GEN-RECORD
                   IF WS-SALGEN-STATUS NOT = '00'
                       MOVE 'Y' TO WS-ROLL-ABANDON-SWITCH
                       MOVE SPACES TO REPORT-LINE
                       STRING '  ' WS-SALH-GEN-NAME ' WRITE FAILED'
                           ' - STATUS ' WS-SALGEN-STATUS
                           ' - NOT ROLLED'
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                   ELSE
                       ADD 1 TO WS-GEN-COUNT
                       ADD 1 TO WS-ROLLED-COUNT
                       IF SALH-NEW-SALARY NUMERIC
                           ADD SALH-NEW-SALARY TO WS-GEN-HASH
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF
           PERFORM READ-SALARY-HISTORY.

       OPEN-SALARY-GENERATION.
           MOVE WS-RECORD-YEAR TO WS-GEN-YEAR
           MOVE WS-RECORD-YEAR TO WS-SALH-GEN-YEAR
           MOVE 0 TO WS-GEN-COUNT
           MOVE 0 TO WS-GEN-HASH
           OPEN OUTPUT SALARY-GENERATION-FILE
           IF WS-SALGEN-STATUS NOT = '00'
               MOVE 'Y' TO WS-ROLL-ABANDON-SWITCH
               MOVE 0 TO WS-GEN-YEAR
               MOVE SPACES TO REPORT-LINE
               STRING '  UNABLE TO CREATE ' WS-SALH-GEN-NAME
                   ' - STATUS ' WS-SALGEN-STATUS ' - NOT ROLLED'
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       CLOSE-SALARY-GENERATION.
           IF NOT ROLL-ABANDONED
               MOVE SPACES TO SALARY-GEN-RECORD
               MOVE '*TOTALS*' TO SGT-TRAILER-TAG
               MOVE WS-GEN-YEAR TO SGT-GEN-YEAR
               MOVE WS-GEN-COUNT TO SGT-RECORD-COUNT
               MOVE WS-GEN-HASH TO SGT-SALARY-HASH
               WRITE SALARY-GEN-RECORD
               MOVE WS-GEN-COUNT TO WS-COUNT-DISPLAY
               MOVE WS-GEN-HASH TO WS-HASH-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING '  ' WS-SALH-GEN-NAME ' WRITTEN - ENTRIES '
                   WS-COUNT-DISPLAY '  SALARY HASH ' WS-HASH-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE SALARY-GENERATION-FILE
           MOVE 0 TO WS-GEN-YEAR.

       DISCARD-SALARY-GENERATION.
           MOVE YEAR-VALUE (WS-YEAR-IDX) TO WS-SALH-GEN-YEAR
           MOVE 0 TO RETURN-CODE
           CALL 'CBL_DELETE_FILE' USING WS-SALH-GEN-NAME
           MOVE 0 TO RETURN-CODE.

       REPLACE-SALARY-HISTORY.
           MOVE 'N' TO WS-SALWORK-EOF
           OPEN INPUT SALARY-WORK-FILE
           OPEN OUTPUT SALARY-HISTORY-FILE
           IF WS-SALWORK-STATUS NOT = '00'
                   OR WS-SALHIST-STATUS NOT = '00'
               MOVE 'Y' TO WS-SALWORK-EOF
           ELSE
               PERFORM READ-SALARY-WORK
           END-IF
           PERFORM COPY-BACK-SALARY-ENTRY UNTIL SALWORK-EOF
           CLOSE SALARY-WORK-FILE
           CLOSE SALARY-HISTORY-FILE
           IF WS-COPIED-BACK-COUNT NOT = WS-OPEN-WRITTEN
               MOVE 'Y' TO WS-ROLL-ABANDON-SWITCH
               DISPLAY 'SALHIST.DAT REBUILD FAILED - COPY '
                   'SALOPEN.DAT OVER SALHIST.DAT BEFORE THE NEXT '
                   'UPDATE RUN'
               MOVE SPACES TO REPORT-LINE
               STRING '  SALHIST.DAT REBUILD FAILED - COPY '
                   'SALOPEN.DAT OVER SALHIST.DAT BEFORE THE NEXT '
                   'UPDATE RUN'
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING '  SALHIST.DAT NOW HOLDS ' WS-COPIED-BACK-COUNT
                   ' OPEN-YEAR ENTRIES; ' WS-DROPPED-COUNT
                   ' PAST RETENTION DROPPED'
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       READ-SALARY-WORK.
           READ SALARY-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SALWORK-EOF
           END-READ.

       COPY-BACK-SALARY-ENTRY.
           MOVE SALARY-WORK-RECORD TO SALARY-HISTORY-RECORD
           WRITE SALARY-HISTORY-RECORD
           IF WS-SALHIST-STATUS NOT = '00'
               MOVE 'Y' TO WS-SALWORK-EOF
           ELSE
               ADD 1 TO WS-COPIED-BACK-COUNT
               PERFORM READ-SALARY-WORK
           END-IF.

       PURGE-SALARY-GENERATION.
           MOVE WS-PURGE-YEAR TO WS-SALH-GEN-YEAR
           MOVE 0 TO RETURN-CODE
           CALL 'CBL_DELETE_FILE' USING WS-SALH-GEN-NAME
           MOVE RETURN-CODE TO WS-DELETE-RESULT
           MOVE 0 TO RETURN-CODE
           IF WS-DELETE-RESULT = 0
               MOVE SPACES TO REPORT-LINE
               STRING '  ' WS-SALH-GEN-NAME ' DROPPED - PAST '
                   'RETENTION'
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
