       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTLY-JOB-STREAM.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-CONTROL-FILE
               ASSIGN TO "STEPCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STEPCTL-STATUS.

           SELECT PAY-CALENDAR-FILE
               ASSIGN TO "PAYCAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PAYCAL-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT RESTART-FILE
               ASSIGN TO "JOBRST.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RESTART-STATUS.

           SELECT STREAM-REPORT-FILE
               ASSIGN TO "JOBSTRM.RPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************
      * ONE ROW PER STEP OF THE NIGHTLY STREAM, IN THE ORDER
      * THE STEPS RUN. RUN-WHEN IS A(LWAYS), P(AY NIGHTS
      * ONLY) OR N(EVER - STEP TAKEN OUT OF THE STREAM).
      * MAX-RC IS THE HIGHEST RETURN CODE THE STEP MAY GIVE
      * AND STILL COUNT AS COMPLETE; ANYTHING HIGHER STOPS
      * THE STREAM. AFTER-STEP NAMES A STEP THAT MUST HAVE
      * COMPLETED IN THIS STREAM FIRST (THE RELOAD NAMES THE
      * UNLOAD), BLANK FOR NONE. THE COMMAND IS THE LINE THE
      * OPERATOR WOULD OTHERWISE TYPE, PARM INCLUDED. WHERE
      * YYYYMMDD APPEARS IN THE COMMAND THE STREAM DATE IS PUT
      * IN ITS PLACE, SO A PAY STEP CODED AS PAYCYCLE'S
      * "PP YYYYMMDD" PAYS FOR THE STREAM'S PAY DATE EVEN
      * WHEN IT RUNS PAST MIDNIGHT OR IN A LATER RESTART.
      ******************************************************
       FD  STEP-CONTROL-FILE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  STEP-CONTROL-RECORD.
           05  SC-STEP-NO              PIC 9(2).
           05  SC-STEP-NAME            PIC X(8).
           05  SC-RUN-WHEN             PIC X(1).
               88  SC-RUN-ALWAYS       VALUE 'A'.
               88  SC-RUN-PAY-NIGHT    VALUE 'P'.
               88  SC-RUN-NEVER        VALUE 'N'.
           05  SC-MAX-RC               PIC 9(3).
           05  SC-AFTER-STEP           PIC X(8).
           05  SC-COMMAND              PIC X(70).
           05  FILLER                  PIC X(8).

      ******************************************************
      * PAY CALENDAR - ONE ROW PER PAY DATE. THE PAY NIGHT
      * STEPS RUN ONLY WHEN THE STREAM DATE IS ON IT.
      ******************************************************
       FD  PAY-CALENDAR-FILE
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  PAY-CALENDAR-RECORD.
           05  PCAL-PAY-DATE           PIC X(8).
           05  FILLER                  PIC X(12).

      ******************************************************
      * PERMANENT RUN LOG - ONE ROW PER STEP PER STREAM,
      * ALWAYS EXTENDED. TIMES ARE HHMMSSHH. RESULT IS
      * C(OMPLETE), F(AILED), H(ELD), S(KIPPED) OR D(ONE IN
      * AN EARLIER PASS OF A RESTARTED STREAM). PASSED-DATE
      * IS THE STREAM DATE PUT INTO THE STEP'S COMMAND, BLANK
      * WHEN THE COMMAND TOOK NO DATE.
      ******************************************************
       FD  RUN-LOG-FILE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  RUN-LOG-RECORD.
           05  RL-STREAM-DATE          PIC X(8).
           05  RL-RUN-DATE             PIC X(8).
           05  RL-STEP-NO              PIC 9(2).
           05  RL-STEP-NAME            PIC X(8).
           05  RL-START-TIME           PIC 9(8).
           05  RL-END-TIME             PIC 9(8).
           05  RL-RETURN-CODE          PIC 9(3).
           05  RL-RESULT               PIC X(1).
           05  RL-REASON               PIC X(40).
           05  RL-PASSED-DATE          PIC X(8).
           05  FILLER                  PIC X(6).

      ******************************************************
      * RESTART POINT - EMPTY WHEN THE LAST STREAM FINISHED,
      * OTHERWISE THE STREAM DATE AND THE STEP IT STOPPED AT.
      ******************************************************
       FD  RESTART-FILE
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  RESTART-RECORD.
           05  RST-STREAM-DATE         PIC X(8).
           05  RST-STEP-NO             PIC 9(2).
           05  RST-STEP-NAME           PIC X(8).
           05  FILLER                  PIC X(2).

       FD  STREAM-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STEPCTL-STATUS           PIC X(2).
       01  WS-PAYCAL-STATUS            PIC X(2).
       01  WS-RUNLOG-STATUS            PIC X(2).
       01  WS-RESTART-STATUS           PIC X(2).
       01  WS-REPORT-STATUS            PIC X(2).

       01  WS-EOF-FLAGS.
           05  WS-STEPCTL-EOF          PIC X(1) VALUE 'N'.
               88  STEPCTL-EOF         VALUE 'Y'.
           05  WS-PAYCAL-EOF           PIC X(1) VALUE 'N'.
               88  PAYCAL-EOF          VALUE 'Y'.

       01  WS-CURRENT-DATE             PIC X(8).
       01  WS-STREAM-DATE              PIC X(8).
       01  WS-CURRENT-TIME             PIC 9(8) VALUE 0.

      ******************************************************
      * PARM: N (OR BLANK) STARTS A NEW STREAM FROM THE TOP.
      * R RESTARTS THE STOPPED STREAM AT THE STEP IT STOPPED
      * AT; R NN RESTARTS AT STEP NN INSTEAD.
      ******************************************************
       01  WS-PARM-ENTRY.
           05  WS-PARM-MODE            PIC X(1).
               88  NEW-STREAM          VALUE 'N', 'n', SPACE.
               88  RESTART-STREAM      VALUE 'R', 'r'.
           05  FILLER                  PIC X(1).
           05  WS-PARM-STEP            PIC X(2).
           05  FILLER                  PIC X(76).

       01  WS-RESTART-PENDING-SWITCH   PIC X(1) VALUE 'N'.
           88  RESTART-PENDING         VALUE 'Y'.
       01  WS-PENDING-DATE             PIC X(8) VALUE SPACES.
       01  WS-PENDING-STEP-NO          PIC 9(2) VALUE 0.
       01  WS-PENDING-STEP-NAME        PIC X(8) VALUE SPACES.
       01  WS-RESTART-STEP-NO          PIC 9(2) VALUE 0.

       01  WS-PAY-NIGHT-SWITCH         PIC X(1) VALUE 'N'.
           88  PAY-NIGHT               VALUE 'Y'.
       01  WS-PAY-CALENDAR-SWITCH      PIC X(1) VALUE 'N'.
           88  PAY-CALENDAR-FOUND      VALUE 'Y'.
       01  WS-STREAM-STOPPED-SWITCH    PIC X(1) VALUE 'N'.
           88  STREAM-STOPPED          VALUE 'Y'.
       01  WS-STREAM-OK-SWITCH         PIC X(1) VALUE 'Y'.
           88  STREAM-CAN-RUN          VALUE 'Y'.
       01  WS-RUNLOG-OPEN-SWITCH       PIC X(1) VALUE 'N'.
           88  RUNLOG-OPEN             VALUE 'Y'.

      ******************************************************
      * THE STREAM AS LOADED FROM STEPCTL.DAT, WITH THE
      * OUTCOME OF EACH STEP FILLED IN AS THE STREAM RUNS SO
      * THE MORNING REPORT CAN BE PRINTED IN STEP ORDER.
      ******************************************************
       01  WS-STEP-TABLE-MAX           PIC 9(2) VALUE 30.
       01  WS-STEP-COUNT               PIC 9(2) VALUE 0.
       01  WS-STEP-TABLE.
           05  STEP-ENTRY OCCURS 30 TIMES
                   INDEXED BY WS-STEP-IDX WS-AFTER-IDX.
               10  STEP-NO                  PIC 9(2).
               10  STEP-NAME                PIC X(8).
               10  STEP-RUN-WHEN            PIC X(1).
               10  STEP-MAX-RC              PIC 9(3).
               10  STEP-AFTER               PIC X(8).
               10  STEP-COMMAND             PIC X(70).
               10  STEP-RESULT              PIC X(1).
                   88  STEP-COMPLETE        VALUE 'C'.
                   88  STEP-FAILED          VALUE 'F'.
                   88  STEP-HELD            VALUE 'H'.
                   88  STEP-SKIPPED         VALUE 'S'.
                   88  STEP-DONE-EARLIER    VALUE 'D'.
               10  STEP-START-TIME          PIC 9(8).
               10  STEP-END-TIME            PIC 9(8).
               10  STEP-RC                  PIC 9(3).
               10  STEP-REASON              PIC X(40).
               10  STEP-PASSED-DATE         PIC X(8).

       01  WS-AFTER-FOUND-SWITCH       PIC X(1) VALUE 'N'.
           88  AFTER-STEP-DONE         VALUE 'Y'.
       01  WS-STEP-RC                  PIC S9(9) VALUE 0.
       01  WS-STEP-EXIT-CODE           PIC S9(9) VALUE 0.
       01  WS-STEP-SIGNAL              PIC S9(9) VALUE 0.
       01  WS-RUN-COMMAND              PIC X(70).
       01  WS-DATE-TOKEN-COUNT         PIC 9(2) VALUE 0.
       01  WS-FAILED-STEP-NO           PIC 9(2) VALUE 0.
       01  WS-FAILED-STEP-NAME         PIC X(8) VALUE SPACES.

       01  WS-RAN-COUNT                PIC 9(2) VALUE 0.
       01  WS-FAILED-COUNT             PIC 9(2) VALUE 0.
       01  WS-HELD-COUNT               PIC 9(2) VALUE 0.
       01  WS-SKIPPED-COUNT            PIC 9(2) VALUE 0.
       01  WS-EARLIER-COUNT            PIC 9(2) VALUE 0.

       01  WS-RC-DISPLAY               PIC ZZ9.
       01  WS-MAX-RC-DISPLAY           PIC ZZ9.
       01  WS-RESULT-TEXT              PIC X(12).
       01  WS-TIME-DISPLAY.
           05  WS-TIME-HH              PIC X(2).
           05  FILLER                  PIC X(1) VALUE ':'.
           05  WS-TIME-MM              PIC X(2).
           05  FILLER                  PIC X(1) VALUE ':'.
           05  WS-TIME-SS              PIC X(2).
       01  WS-TIME-WORK                PIC 9(8).
       01  WS-TIME-WORK-X REDEFINES WS-TIME-WORK.
           05  WS-TIME-WORK-HH         PIC X(2).
           05  WS-TIME-WORK-MM         PIC X(2).
           05  WS-TIME-WORK-SS         PIC X(2).
           05  FILLER                  PIC X(2).
       01  WS-START-DISPLAY            PIC X(8).
       01  WS-END-DISPLAY              PIC X(8).

       PROCEDURE DIVISION.

      ******************************************************
      * NIGHTLY STREAM DRIVER. RUNS THE STEPS ON STEPCTL.DAT
      * IN ORDER, LOGGING EACH STEP'S START, END AND RETURN
      * CODE TO RUNLOG.DAT. A STEP THAT RETURNS MORE THAN ITS
      * LIMIT STOPS THE STREAM - EVERY STEP AFTER IT IS HELD
      * AND THE RESTART POINT IS KEPT ON JOBRST.DAT SO THE
      * OPERATOR CAN PICK UP AT THAT STEP ONCE THE PROBLEM IS
      * FIXED. JOBSTRM.RPT TELLS THE MORNING SHIFT WHAT RAN,
      * WHAT WAS HELD AND WHY. THE DRIVER ITSELF RETURNS 8
      * WHEN THE STREAM DID NOT FINISH.
      ******************************************************
       MAIN-LOGIC.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-STREAM-DATE
           MOVE SPACES TO WS-PARM-ENTRY
           ACCEPT WS-PARM-ENTRY FROM COMMAND-LINE
           PERFORM LOAD-RESTART-POINT
           PERFORM SET-STREAM-START
           IF STREAM-CAN-RUN
               PERFORM LOAD-STEP-CONTROL
               IF WS-STEP-COUNT = 0
                   DISPLAY 'NO STEPS ON STEPCTL.DAT - NOTHING RUN'
                   MOVE 'N' TO WS-STREAM-OK-SWITCH
               END-IF
           END-IF
           IF STREAM-CAN-RUN
               PERFORM LOAD-PAY-CALENDAR
               PERFORM OPEN-RUN-LOG
               PERFORM RUN-ONE-STEP
                   VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF RUNLOG-OPEN
                   CLOSE RUN-LOG-FILE
               END-IF
               IF STREAM-STOPPED
                   PERFORM SAVE-RESTART-POINT
               ELSE
                   PERFORM CLEAR-RESTART-POINT
               END-IF
               PERFORM PRINT-STREAM-REPORT
           END-IF
           IF STREAM-STOPPED OR NOT STREAM-CAN-RUN
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-RESTART-POINT.
           MOVE 'N' TO WS-RESTART-PENDING-SWITCH
           OPEN INPUT RESTART-FILE
           IF WS-RESTART-STATUS = '00'
               READ RESTART-FILE
                   NOT AT END
                       IF RST-STEP-NO IS NUMERIC
                               AND RST-STEP-NO > 0
                           MOVE 'Y' TO WS-RESTART-PENDING-SWITCH
                           MOVE RST-STREAM-DATE TO WS-PENDING-DATE
                           MOVE RST-STEP-NO TO WS-PENDING-STEP-NO
                           MOVE RST-STEP-NAME
                               TO WS-PENDING-STEP-NAME
                       END-IF
               END-READ
               CLOSE RESTART-FILE
           END-IF.

      ******************************************************
      * A NEW STREAM IS REFUSED WHILE AN EARLIER ONE IS STILL
      * STOPPED, SO NOTHING BEFORE THE FAILED STEP IS EVER
      * RUN TWICE BY ACCIDENT - THE OPERATOR RESTARTS IT, OR
      * NAMES STEP 01 TO DELIBERATELY GO FROM THE TOP. A
      * RESTARTED STREAM KEEPS ITS ORIGINAL STREAM DATE, SO A
      * RESTART AFTER MIDNIGHT STILL KNOWS WHETHER IT WAS A
      * PAY NIGHT, AND ITS PAY STEPS STILL PAY FOR THAT DATE.
      ******************************************************
       SET-STREAM-START.
           MOVE 'Y' TO WS-STREAM-OK-SWITCH
           MOVE 0 TO WS-RESTART-STEP-NO
           EVALUATE TRUE
               WHEN NEW-STREAM
                   IF RESTART-PENDING
                       DISPLAY 'STREAM OF ' WS-PENDING-DATE
                           ' STOPPED AT STEP ' WS-PENDING-STEP-NO
                           ' ' WS-PENDING-STEP-NAME
                       DISPLAY 'RESTART IT WITH PARM R (OR R 01 TO '
                           'RUN IT AGAIN FROM THE TOP)'
                       MOVE 'N' TO WS-STREAM-OK-SWITCH
                   END-IF
               WHEN RESTART-STREAM
                   IF WS-PARM-STEP NOT = SPACES
                       IF WS-PARM-STEP IS NUMERIC
                               AND WS-PARM-STEP NOT = '00'
                           MOVE WS-PARM-STEP TO WS-RESTART-STEP-NO
                       ELSE
                           DISPLAY 'BAD RESTART STEP - '
                               WS-PARM-STEP
                           MOVE 'N' TO WS-STREAM-OK-SWITCH
                       END-IF
                   ELSE
                       IF RESTART-PENDING
                           MOVE WS-PENDING-STEP-NO
                               TO WS-RESTART-STEP-NO
                       ELSE
                           DISPLAY 'NO STOPPED STREAM TO RESTART - '
                               'RUN WITH PARM N'
                           MOVE 'N' TO WS-STREAM-OK-SWITCH
                       END-IF
                   END-IF
                   IF STREAM-CAN-RUN AND RESTART-PENDING
                       MOVE WS-PENDING-DATE TO WS-STREAM-DATE
                   END-IF
                   IF STREAM-CAN-RUN
                       DISPLAY 'RESTARTING STREAM OF ' WS-STREAM-DATE
                           ' AT STEP ' WS-RESTART-STEP-NO
                   END-IF
               WHEN OTHER
                   DISPLAY 'BAD PARM - ' WS-PARM-MODE
                       ' - USE N, R OR R NN'
                   MOVE 'N' TO WS-STREAM-OK-SWITCH
           END-EVALUATE.

      ******************************************************
      * A MALFORMED STEP ROW IS SKIPPED WITH A CONSOLE
      * WARNING, THE SAME POSTURE THE PARAMETER FILES TAKE
      * ELSEWHERE - THE REPORT WILL SIMPLY NOT SHOW IT.
      ******************************************************
       LOAD-STEP-CONTROL.
           MOVE 0 TO WS-STEP-COUNT
           OPEN INPUT STEP-CONTROL-FILE
           IF WS-STEPCTL-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN STEPCTL.DAT - STATUS '
                   WS-STEPCTL-STATUS
           ELSE
               MOVE 'N' TO WS-STEPCTL-EOF
               PERFORM READ-STEP-CONTROL
               PERFORM BUILD-STEP-ENTRY UNTIL STEPCTL-EOF
               CLOSE STEP-CONTROL-FILE
           END-IF.

       READ-STEP-CONTROL.
           READ STEP-CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-STEPCTL-EOF
           END-READ.

       BUILD-STEP-ENTRY.
           IF SC-STEP-NO NOT NUMERIC
                   OR SC-MAX-RC NOT NUMERIC
                   OR SC-STEP-NAME = SPACES
                   OR SC-COMMAND = SPACES
                   OR NOT (SC-RUN-ALWAYS OR SC-RUN-PAY-NIGHT
                           OR SC-RUN-NEVER)
               DISPLAY 'BAD ROW ON STEPCTL.DAT - '
                   STEP-CONTROL-RECORD (1:20) ' IGNORED'
           ELSE
           IF WS-STEP-COUNT >= WS-STEP-TABLE-MAX
               DISPLAY 'TOO MANY STEPS ON STEPCTL.DAT - TABLE '
                   'HOLDS ' WS-STEP-TABLE-MAX ' - ' SC-STEP-NAME
                   ' IGNORED'
           ELSE
               ADD 1 TO WS-STEP-COUNT
               SET WS-STEP-IDX TO WS-STEP-COUNT
               MOVE SC-STEP-NO TO STEP-NO (WS-STEP-IDX)
               MOVE SC-STEP-NAME TO STEP-NAME (WS-STEP-IDX)
               MOVE SC-RUN-WHEN TO STEP-RUN-WHEN (WS-STEP-IDX)
               MOVE SC-MAX-RC TO STEP-MAX-RC (WS-STEP-IDX)
               MOVE SC-AFTER-STEP TO STEP-AFTER (WS-STEP-IDX)
               MOVE SC-COMMAND TO STEP-COMMAND (WS-STEP-IDX)
               MOVE SPACE TO STEP-RESULT (WS-STEP-IDX)
               MOVE 0 TO STEP-START-TIME (WS-STEP-IDX)
               MOVE 0 TO STEP-END-TIME (WS-STEP-IDX)
               MOVE 0 TO STEP-RC (WS-STEP-IDX)
               MOVE SPACES TO STEP-REASON (WS-STEP-IDX)
               MOVE SPACES TO STEP-PASSED-DATE (WS-STEP-IDX)
           END-IF
           END-IF
           PERFORM READ-STEP-CONTROL.

      ******************************************************
      * NO PAYCAL.DAT MEANS NO NIGHT IS A PAY NIGHT - THE PAY
      * STEPS ARE SKIPPED AND THE REPORT SAYS WHY.
      ******************************************************
       LOAD-PAY-CALENDAR.
           MOVE 'N' TO WS-PAY-NIGHT-SWITCH
           MOVE 'N' TO WS-PAY-CALENDAR-SWITCH
           OPEN INPUT PAY-CALENDAR-FILE
           IF WS-PAYCAL-STATUS NOT = '00'
               DISPLAY 'NO PAYCAL.DAT (STATUS ' WS-PAYCAL-STATUS
                   ') - PAY NIGHT STEPS WILL NOT RUN'
           ELSE
               MOVE 'Y' TO WS-PAY-CALENDAR-SWITCH
               MOVE 'N' TO WS-PAYCAL-EOF
               PERFORM READ-PAY-CALENDAR
               PERFORM CHECK-PAY-CALENDAR-DATE
                   UNTIL PAYCAL-EOF OR PAY-NIGHT
               CLOSE PAY-CALENDAR-FILE
           END-IF.

       READ-PAY-CALENDAR.
           READ PAY-CALENDAR-FILE
               AT END
                   MOVE 'Y' TO WS-PAYCAL-EOF
           END-READ.

       CHECK-PAY-CALENDAR-DATE.
           IF PCAL-PAY-DATE = WS-STREAM-DATE
               MOVE 'Y' TO WS-PAY-NIGHT-SWITCH
           ELSE
               PERFORM READ-PAY-CALENDAR
           END-IF.

      ******************************************************
      * THE RUN LOG IS A PERMANENT ROLLING LOG - ALWAYS
      * EXTENDED, NEVER REWRITTEN. ON THE VERY FIRST RUN THE
      * FILE DOES NOT EXIST YET, SO FALL BACK TO OUTPUT.
      ******************************************************
       OPEN-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = '35'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF WS-RUNLOG-STATUS = '00'
               MOVE 'Y' TO WS-RUNLOG-OPEN-SWITCH
           ELSE
               DISPLAY 'UNABLE TO OPEN RUNLOG.DAT - STATUS '
                   WS-RUNLOG-STATUS
           END-IF.

      ******************************************************
      * DECIDE WHAT HAPPENS TO THE STEP AT WS-STEP-IDX, RUN
      * IT IF IT IS DUE, AND LOG THE OUTCOME.
      ******************************************************
       RUN-ONE-STEP.
           EVALUATE TRUE
               WHEN STREAM-STOPPED
                   MOVE 'H' TO STEP-RESULT (WS-STEP-IDX)
                   MOVE SPACES TO STEP-REASON (WS-STEP-IDX)
                   STRING 'STREAM STOPPED AT STEP '
                       WS-FAILED-STEP-NO ' ' WS-FAILED-STEP-NAME
                       DELIMITED BY SIZE
                       INTO STEP-REASON (WS-STEP-IDX)
               WHEN STEP-NO (WS-STEP-IDX) < WS-RESTART-STEP-NO
                   MOVE 'D' TO STEP-RESULT (WS-STEP-IDX)
                   MOVE 'COMPLETED BEFORE THE RESTART'
                       TO STEP-REASON (WS-STEP-IDX)
               WHEN STEP-RUN-WHEN (WS-STEP-IDX) = 'N'
                   MOVE 'S' TO STEP-RESULT (WS-STEP-IDX)
                   MOVE 'TAKEN OUT OF THE STREAM ON STEPCTL.DAT'
                       TO STEP-REASON (WS-STEP-IDX)
               WHEN STEP-RUN-WHEN (WS-STEP-IDX) = 'P'
                       AND NOT PAY-NIGHT
                   MOVE 'S' TO STEP-RESULT (WS-STEP-IDX)
                   IF PAY-CALENDAR-FOUND
                       MOVE 'NOT A PAY NIGHT'
                           TO STEP-REASON (WS-STEP-IDX)
                   ELSE
                       MOVE 'NO PAY CALENDAR (PAYCAL.DAT)'
                           TO STEP-REASON (WS-STEP-IDX)
                   END-IF
               WHEN OTHER
                   PERFORM CHECK-AFTER-STEP
                   IF AFTER-STEP-DONE
                       PERFORM EXECUTE-STEP
                   ELSE
                       MOVE 'H' TO STEP-RESULT (WS-STEP-IDX)
                       MOVE SPACES TO STEP-REASON (WS-STEP-IDX)
                       STRING 'NEEDS ' STEP-AFTER (WS-STEP-IDX)
                           ' TO COMPLETE FIRST'
                           DELIMITED BY SIZE
                           INTO STEP-REASON (WS-STEP-IDX)
                   END-IF
           END-EVALUATE
           PERFORM WRITE-RUN-LOG.

      ******************************************************
      * A STEP WITH AN AFTER-STEP MAY ONLY RUN WHEN THAT STEP
      * HAS COMPLETED IN THIS STREAM - NOT SKIPPED, NOT HELD.
      ******************************************************
       CHECK-AFTER-STEP.
           IF STEP-AFTER (WS-STEP-IDX) = SPACES
               MOVE 'Y' TO WS-AFTER-FOUND-SWITCH
           ELSE
               MOVE 'N' TO WS-AFTER-FOUND-SWITCH
               PERFORM FIND-AFTER-STEP
                   VARYING WS-AFTER-IDX FROM 1 BY 1
                   UNTIL WS-AFTER-IDX >= WS-STEP-IDX
                       OR AFTER-STEP-DONE
           END-IF.

       FIND-AFTER-STEP.
           IF STEP-NAME (WS-AFTER-IDX) = STEP-AFTER (WS-STEP-IDX)
                   AND (STEP-COMPLETE (WS-AFTER-IDX)
                       OR STEP-DONE-EARLIER (WS-AFTER-IDX))
               MOVE 'Y' TO WS-AFTER-FOUND-SWITCH
           END-IF.

       EXECUTE-STEP.
           PERFORM PREPARE-STEP-COMMAND
           DISPLAY 'STEP ' STEP-NO (WS-STEP-IDX) ' '
               STEP-NAME (WS-STEP-IDX) ' STARTING - '
               WS-RUN-COMMAND
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME TO STEP-START-TIME (WS-STEP-IDX)
           MOVE 0 TO RETURN-CODE
           CALL 'SYSTEM' USING WS-RUN-COMMAND
           MOVE RETURN-CODE TO WS-STEP-RC
           MOVE 0 TO RETURN-CODE
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME TO STEP-END-TIME (WS-STEP-IDX)
           PERFORM DECODE-STEP-STATUS
           IF WS-STEP-RC < 0 OR WS-STEP-RC > 999
               MOVE 999 TO STEP-RC (WS-STEP-IDX)
           ELSE
               MOVE WS-STEP-RC TO STEP-RC (WS-STEP-IDX)
           END-IF
           MOVE STEP-RC (WS-STEP-IDX) TO WS-RC-DISPLAY
           MOVE STEP-MAX-RC (WS-STEP-IDX) TO WS-MAX-RC-DISPLAY
           IF STEP-RC (WS-STEP-IDX) > STEP-MAX-RC (WS-STEP-IDX)
               MOVE 'F' TO STEP-RESULT (WS-STEP-IDX)
               MOVE SPACES TO STEP-REASON (WS-STEP-IDX)
               STRING 'RETURN CODE ' WS-RC-DISPLAY
                   ' OVER LIMIT OF ' WS-MAX-RC-DISPLAY
                   DELIMITED BY SIZE INTO STEP-REASON (WS-STEP-IDX)
               MOVE 'Y' TO WS-STREAM-STOPPED-SWITCH
               MOVE STEP-NO (WS-STEP-IDX) TO WS-FAILED-STEP-NO
               MOVE STEP-NAME (WS-STEP-IDX) TO WS-FAILED-STEP-NAME
               DISPLAY 'STEP ' STEP-NO (WS-STEP-IDX) ' '
                   STEP-NAME (WS-STEP-IDX) ' FAILED - RETURN CODE '
                   WS-RC-DISPLAY ' - STREAM STOPPED'
           ELSE
               MOVE 'C' TO STEP-RESULT (WS-STEP-IDX)
               DISPLAY 'STEP ' STEP-NO (WS-STEP-IDX) ' '
                   STEP-NAME (WS-STEP-IDX) ' COMPLETE - RETURN CODE '
                   WS-RC-DISPLAY
               IF STEP-RUN-WHEN (WS-STEP-IDX) = 'P'
                       AND WS-DATE-TOKEN-COUNT = 0
                   MOVE 'NO YYYYMMDD IN COMMAND - RUN DATE USED'
                       TO STEP-REASON (WS-STEP-IDX)
               END-IF
           END-IF.

      ******************************************************
      * THE STREAM DATE GOES IN WHEREVER THE COMMAND CARRIES
      * YYYYMMDD. A PAY NIGHT STEP WITHOUT IT RUNS FOR WHATEVER
      * DATE IT IS WHEN IT STARTS, SO THE CONSOLE AND THE
      * MORNING REPORT SAY SO.
      ******************************************************
       PREPARE-STEP-COMMAND.
           MOVE STEP-COMMAND (WS-STEP-IDX) TO WS-RUN-COMMAND
           MOVE 0 TO WS-DATE-TOKEN-COUNT
           INSPECT WS-RUN-COMMAND
               TALLYING WS-DATE-TOKEN-COUNT FOR ALL 'YYYYMMDD'
           IF WS-DATE-TOKEN-COUNT > 0
               INSPECT WS-RUN-COMMAND
                   REPLACING ALL 'YYYYMMDD' BY WS-STREAM-DATE
               MOVE WS-STREAM-DATE TO STEP-PASSED-DATE (WS-STEP-IDX)
           ELSE
               IF STEP-RUN-WHEN (WS-STEP-IDX) = 'P'
                   DISPLAY 'STEP ' STEP-NO (WS-STEP-IDX) ' '
                       STEP-NAME (WS-STEP-IDX) ' HAS NO YYYYMMDD IN '
                       'ITS COMMAND - STREAM DATE ' WS-STREAM-DATE
                       ' NOT PASSED'
               END-IF
           END-IF.

      ******************************************************
      * THE SYSTEM CALL HANDS BACK THE RAW WAIT STATUS - THE
      * STEP'S EXIT CODE IN THE HIGH BYTE, ANY SIGNAL THAT
      * ENDED IT IN THE LOW BYTE. A STATUS THAT CANNOT BE
      * DECODED (NEGATIVE, OR KILLED BY A SIGNAL) IS LEFT
      * OUT OF RANGE SO THE STEP RECORDS 999.
      ******************************************************
       DECODE-STEP-STATUS.
           IF WS-STEP-RC > 0
               DIVIDE WS-STEP-RC BY 256 GIVING WS-STEP-EXIT-CODE
                   REMAINDER WS-STEP-SIGNAL
               IF WS-STEP-SIGNAL = 0
                   MOVE WS-STEP-EXIT-CODE TO WS-STEP-RC
               ELSE
                   MOVE 1000 TO WS-STEP-RC
               END-IF
           END-IF.

       WRITE-RUN-LOG.
           IF RUNLOG-OPEN
               MOVE SPACES TO RUN-LOG-RECORD
               MOVE WS-STREAM-DATE TO RL-STREAM-DATE
               MOVE WS-CURRENT-DATE TO RL-RUN-DATE
               MOVE STEP-NO (WS-STEP-IDX) TO RL-STEP-NO
               MOVE STEP-NAME (WS-STEP-IDX) TO RL-STEP-NAME
               MOVE STEP-START-TIME (WS-STEP-IDX) TO RL-START-TIME
               MOVE STEP-END-TIME (WS-STEP-IDX) TO RL-END-TIME
               MOVE STEP-RC (WS-STEP-IDX) TO RL-RETURN-CODE
               MOVE STEP-RESULT (WS-STEP-IDX) TO RL-RESULT
               MOVE STEP-REASON (WS-STEP-IDX) TO RL-REASON
               MOVE STEP-PASSED-DATE (WS-STEP-IDX) TO RL-PASSED-DATE
               WRITE RUN-LOG-RECORD
           END-IF.

       SAVE-RESTART-POINT.
           OPEN OUTPUT RESTART-FILE
           MOVE SPACES TO RESTART-RECORD
           MOVE WS-STREAM-DATE TO RST-STREAM-DATE
           MOVE WS-FAILED-STEP-NO TO RST-STEP-NO
           MOVE WS-FAILED-STEP-NAME TO RST-STEP-NAME
           WRITE RESTART-RECORD
           CLOSE RESTART-FILE.

       CLEAR-RESTART-POINT.
           OPEN OUTPUT RESTART-FILE
           CLOSE RESTART-FILE.

      ******************************************************
      * MORNING REPORT - ONE LINE PER STEP IN STREAM ORDER,
      * THEN THE COUNTS AND THE VERDICT. A STOPPED STREAM
      * ENDS WITH THE RESTART INSTRUCTION FOR THE OPERATOR.
      ******************************************************
       PRINT-STREAM-REPORT.
           OPEN OUTPUT STREAM-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN JOBSTRM.RPT - STATUS '
                   WS-REPORT-STATUS
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING 'NIGHTLY STREAM REPORT - STREAM DATE '
                   WS-STREAM-DATE ' - RUN DATE ' WS-CURRENT-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               IF WS-RESTART-STEP-NO > 0
                   STRING 'RESTARTED AT STEP ' WS-RESTART-STEP-NO
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   MOVE 'RUN FROM THE TOP' TO REPORT-LINE
               END-IF
               IF PAY-NIGHT
                   MOVE '- PAY NIGHT' TO REPORT-LINE (25:11)
               ELSE
                   MOVE '- NOT A PAY NIGHT' TO REPORT-LINE (25:17)
               END-IF
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING 'NO STEP     RESULT       START    END'
                   '       RC   LIM  REASON'
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM WRITE-STEP-LINE
                   VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING 'RAN ' WS-RAN-COUNT
                   '  FAILED ' WS-FAILED-COUNT
                   '  HELD ' WS-HELD-COUNT
                   '  SKIPPED ' WS-SKIPPED-COUNT
                   '  DONE BEFORE RESTART ' WS-EARLIER-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               IF STREAM-STOPPED
                   STRING 'STREAM STOPPED AT STEP ' WS-FAILED-STEP-NO
                       ' ' WS-FAILED-STEP-NAME
                       ' - FIX AND RESTART WITH PARM R'
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   MOVE 'STREAM COMPLETE' TO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
               CLOSE STREAM-REPORT-FILE
           END-IF.

       WRITE-STEP-LINE.
           EVALUATE TRUE
               WHEN STEP-COMPLETE (WS-STEP-IDX)
                   MOVE 'RAN' TO WS-RESULT-TEXT
                   ADD 1 TO WS-RAN-COUNT
               WHEN STEP-FAILED (WS-STEP-IDX)
                   MOVE 'FAILED' TO WS-RESULT-TEXT
                   ADD 1 TO WS-RAN-COUNT
                   ADD 1 TO WS-FAILED-COUNT
               WHEN STEP-HELD (WS-STEP-IDX)
                   MOVE 'HELD' TO WS-RESULT-TEXT
                   ADD 1 TO WS-HELD-COUNT
               WHEN STEP-SKIPPED (WS-STEP-IDX)
                   MOVE 'SKIPPED' TO WS-RESULT-TEXT
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN OTHER
                   MOVE 'DONE EARLIER' TO WS-RESULT-TEXT
                   ADD 1 TO WS-EARLIER-COUNT
           END-EVALUATE
           MOVE SPACES TO REPORT-LINE
           IF STEP-COMPLETE (WS-STEP-IDX)
                   OR STEP-FAILED (WS-STEP-IDX)
               MOVE STEP-START-TIME (WS-STEP-IDX) TO WS-TIME-WORK
               PERFORM FORMAT-STEP-TIME
               MOVE WS-TIME-DISPLAY TO WS-START-DISPLAY
               MOVE STEP-END-TIME (WS-STEP-IDX) TO WS-TIME-WORK
               PERFORM FORMAT-STEP-TIME
               MOVE WS-TIME-DISPLAY TO WS-END-DISPLAY
               MOVE STEP-RC (WS-STEP-IDX) TO WS-RC-DISPLAY
               MOVE STEP-MAX-RC (WS-STEP-IDX) TO WS-MAX-RC-DISPLAY
               STRING STEP-NO (WS-STEP-IDX) ' '
                   STEP-NAME (WS-STEP-IDX) ' '
                   WS-RESULT-TEXT ' '
                   WS-START-DISPLAY ' '
                   WS-END-DISPLAY ' '
                   WS-RC-DISPLAY '   '
                   WS-MAX-RC-DISPLAY '  '
                   STEP-REASON (WS-STEP-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               MOVE STEP-MAX-RC (WS-STEP-IDX) TO WS-MAX-RC-DISPLAY
               STRING STEP-NO (WS-STEP-IDX) ' '
                   STEP-NAME (WS-STEP-IDX) ' '
                   WS-RESULT-TEXT ' '
                   '                       '
                   WS-MAX-RC-DISPLAY '  '
                   STEP-REASON (WS-STEP-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       FORMAT-STEP-TIME.
           MOVE WS-TIME-WORK-HH TO WS-TIME-HH
           MOVE WS-TIME-WORK-MM TO WS-TIME-MM
           MOVE WS-TIME-WORK-SS TO WS-TIME-SS.
