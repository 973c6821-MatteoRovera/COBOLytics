               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RosterStatus.

           SELECT CorrectionFile
               ASSIGN TO "GRDCOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CorrectionStatus.

           SELECT CertificationFile
               ASSIGN TO "TRNCERT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-Key
               FILE STATUS IS CertificationStatus.

           SELECT CorrectionRegisterFile
               ASSIGN TO "GRDCOR.RPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CorrectionRegisterStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  GradeInputFile
           05  RO-StudentName      PIC X(30).
           05  FILLER              PIC X(1).

      *> GRADE CORRECTIONS - A RE-SCORED OR MISKEYED EXAM,
      *> IDENTIFIED BY STUDENT, COURSE AND THE RUN DATE IT WAS
      *> ORIGINALLY GRADED ON, WITH THE CORRECTED GRADES AND
      *> WEIGHTS. ZERO WEIGHTS MEAN AN UNWEIGHTED AVERAGE, AS
      *> ON GRADEIN.DAT.
       FD  CorrectionFile
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CorrectionRecord.
           05  CR-StudentId        PIC X(9).
           05  CR-CourseId         PIC X(8).
           05  CR-RunDate          PIC X(8).
           05  CR-Grade1           PIC 99.
           05  CR-Grade2           PIC 99.
           05  CR-Grade3           PIC 99.
           05  CR-Weight1          PIC 999.
           05  CR-Weight2          PIC 999.
           05  CR-Weight3          PIC 999.

      *> TRAINING/CERTIFICATION FILE - THE LAYOUT MUST MATCH THE
      *> FD IN EMPLOYEE-RECORDS-SYSTEM, WHICH POSTS IT FROM
      *> GRDRES.DAT. THE EMPLOYEE ID IS THE FIRST EIGHT
      *> POSITIONS OF THE STUDENT ID. ONLY A CORRECTION RUN
      *> TOUCHES IT HERE, TO REWRITE A RESULT IN PLACE.
       FD  CertificationFile
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CertificationRecord.
           05  TC-Key.
               10  TC-EmpId        PIC X(8).
               10  TC-CourseId     PIC X(8).
               10  TC-RunDate      PIC X(8).
           05  TC-CalcGrade        PIC 999V99.
           05  TC-FinGrade         PIC X.
           05  TC-Result           PIC X(4).
           05  FILLER              PIC X(6).

       FD  CorrectionRegisterFile
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CorrectionRegisterLine  PIC X(132).

       WORKING-STORAGE SECTION.
       01 GradeInputStatus     PIC X(2).
       01 SummaryReportStatus  PIC X(2).
       01 StudentHistoryStatus PIC X(2).
       01 TrendReportStatus    PIC X(2).
       01 RosterStatus         PIC X(2).
       01 CorrectionStatus     PIC X(2).
       01 CertificationStatus  PIC X(2).
       01 CorrectionRegisterStatus PIC X(2).
       01 HistoryOpen          PIC X(1) VALUE 'N'.
           88  HistoryPosting   VALUE 'Y'.
       01 HistoryEof           PIC X(1).
       01 RunMode             PIC X(1).
           88  BatchMode        VALUE 'B', 'b'.
           88  InteractiveMode  VALUE 'I', 'i'.
           88  CorrectionMode   VALUE 'C', 'c'.

       01 StudentId           PIC X(9).
       01 Grade1              PIC 99.
       01 CountD              PIC 9(5) VALUE 0.
       01 CountF              PIC 9(5) VALUE 0.

      *> CORRECTION RUN CONTROL. THE HISTORY ENTRY IS FOUND ON
      *> STUDENT AND RUN DATE (ONE ENTRY PER STUDENT PER RUN),
      *> THE CERTIFICATION RESULT ON EMPLOYEE, COURSE AND RUN
      *> DATE. A CORRECTION WITH NO HISTORY ENTRY IS REJECTED;
      *> ONE WITH NO CERTIFICATION RESULT (NOT AN EMPLOYEE, OR
      *> NOT YET MERGED) CORRECTS THE HISTORY ONLY AND SAYS SO.
       01 CorrectionEof       PIC X(1).
           88  NoMoreCorrections VALUE 'Y'.
       01 CorrectionValid     PIC X(1).
           88  CorrectionAccepted VALUE 'Y'.
       01 CorrectionReason    PIC X(40).
       01 CertUsable          PIC X(1) VALUE 'N'.
           88  CertPosting      VALUE 'Y'.
       01 CertFound           PIC X(1).
           88  CertOnFile       VALUE 'Y'.
       01 ResultFound         PIC X(1).
           88  ResultCorrected  VALUE 'Y'.
       01 ResultEof           PIC X(1).
           88  NoMoreResults    VALUE 'Y'.
       01 RegisterOpen        PIC X(1) VALUE 'N'.
           88  RegisterFileOpen VALUE 'Y'.
       01 OldCalcGrade        PIC 999V99.
       01 OldFinGrade         PIC X.
       01 OldResult           PIC X(4).
       01 NewResult           PIC X(4).
       01 CorrAppliedCount    PIC 9(5) VALUE 0.
       01 CorrRejectedCount   PIC 9(5) VALUE 0.
       01 PassToFailCount     PIC 9(5) VALUE 0.
       01 FailToPassCount     PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       PERFORM INITIALIZE-RUN

       ACCEPT RunMode FROM COMMAND-LINE
       IF RunMode = SPACE
           DISPLAY "Run mode - I)nteractive, B)atch or C)orrections: "
               WITH NO ADVANCING
           ACCEPT RunMode
       END-IF

       IF BatchMode
           PERFORM BATCH-PROCESS
       ELSE
       IF CorrectionMode
           PERFORM CORRECTION-PROCESS
       ELSE
           PERFORM CALCULATOR UNTIL Xquit = 'x'
       END-IF
       END-IF

      *> A CORRECTION RUN GRADES NO CLASS, SO IT LEAVES THE
      *> DAY'S GRADE.RPT ALONE, BUT IT REBUILDS THE TREND REPORT
      *> SO THE CORRECTED SCORES AND REPEAT-F LIST SHOW AT ONCE.
       IF NOT CorrectionMode
           PERFORM WRITE-SUMMARY-REPORT
       END-IF

       IF BatchMode OR CorrectionMode
           PERFORM WRITE-TREND-REPORT
       END-IF

           PERFORM FIND-ROSTER-STUDENT
           MOVE RosterLookupName TO TrendReportLine (13:30)
           WRITE TrendReportLine.

      *> CORRECTION RUN - EACH GRDCOR.DAT RECORD IS EDITED LIKE A
      *> GRADEIN.DAT RECORD, REGRADED THROUGH CALCULATE-GRADE, AND
      *> THE ORIGINAL RUN'S STUHIST.DAT ENTRY AND TRNCERT.DAT
      *> RESULT ARE REWRITTEN IN PLACE, SO NO ENTRY IS DELETED OR
      *> DUPLICATED AND THE TREND AND REPEAT-F LISTS STAY CLEAN.
      *> EVERY CORRECTION, APPLIED OR NOT, GOES ON GRDCOR.RPT WITH
      *> ITS BEFORE AND AFTER SCORE.
       CORRECTION-PROCESS.
           MOVE 'N' TO CorrectionEof
           MOVE 0 TO CorrAppliedCount
           MOVE 0 TO CorrRejectedCount
           MOVE 0 TO PassToFailCount
           MOVE 0 TO FailToPassCount
           PERFORM LOAD-ROSTER
           OPEN INPUT CorrectionFile
           IF CorrectionStatus NOT = '00'
               DISPLAY "Unable to open GRDCOR.DAT - status "
                   CorrectionStatus
           ELSE
               PERFORM OPEN-STUDENT-HISTORY
               IF HistoryPosting
                   PERFORM OPEN-CERTIFICATION-FILE
                   PERFORM OPEN-CORRECTION-REGISTER
                   PERFORM READ-CORRECTION
                   PERFORM APPLY-ONE-CORRECTION UNTIL NoMoreCorrections
                   PERFORM WRITE-CORRECTION-TOTALS
                   IF RegisterFileOpen
                       CLOSE CorrectionRegisterFile
                   END-IF
                   IF CertPosting
                       CLOSE CertificationFile
                   END-IF
                   CLOSE StudentHistoryFile
               END-IF
               CLOSE CorrectionFile
           END-IF.

      *> TRNCERT.DAT BELONGS TO THE TRAINING MERGE - IT IS NEVER
      *> CREATED HERE. WITHOUT IT THE HISTORY IS STILL CORRECTED.
       OPEN-CERTIFICATION-FILE.
           MOVE 'N' TO CertUsable
           OPEN I-O CertificationFile
           IF CertificationStatus = '00'
               MOVE 'Y' TO CertUsable
           ELSE
               IF CertificationStatus = '35'
                   DISPLAY "No TRNCERT.DAT - certification results "
                       "not corrected"
               ELSE
                   DISPLAY "Unable to open TRNCERT.DAT - status "
                       CertificationStatus
                       " - certification results not corrected"
               END-IF
           END-IF.

       OPEN-CORRECTION-REGISTER.
           MOVE 'N' TO RegisterOpen
           OPEN OUTPUT CorrectionRegisterFile
           IF CorrectionRegisterStatus = '00'
               MOVE 'Y' TO RegisterOpen
               MOVE SPACES TO CorrectionRegisterLine
               STRING "GRADE CORRECTION REGISTER - RUN DATE " RunDate
                   DELIMITED BY SIZE INTO CorrectionRegisterLine
               WRITE CorrectionRegisterLine
               MOVE SPACES TO CorrectionRegisterLine
               WRITE CorrectionRegisterLine
               MOVE SPACES TO CorrectionRegisterLine
               MOVE "STUDENT" TO CorrectionRegisterLine (1:7)
               MOVE "NAME" TO CorrectionRegisterLine (11:4)
               MOVE "COURSE" TO CorrectionRegisterLine (42:6)
               MOVE "RUN DATE" TO CorrectionRegisterLine (51:8)
               MOVE "BEFORE" TO CorrectionRegisterLine (60:6)
               MOVE "AFTER" TO CorrectionRegisterLine (77:5)
               MOVE "NOTE" TO CorrectionRegisterLine (92:4)
               WRITE CorrectionRegisterLine
           ELSE
               DISPLAY "Unable to open GRDCOR.RPT - status "
                   CorrectionRegisterStatus
           END-IF.

       READ-CORRECTION.
           READ CorrectionFile
               AT END
                   MOVE 'Y' TO CorrectionEof
           END-READ.

       APPLY-ONE-CORRECTION.
           MOVE 0 TO OldCalcGrade
           MOVE SPACE TO OldFinGrade
           MOVE SPACES TO OldResult
           MOVE SPACES TO NewResult
           MOVE 'N' TO CertFound
           MOVE 'N' TO ResultFound
           PERFORM VALIDATE-CORRECTION
           IF CorrectionAccepted
               PERFORM FETCH-HISTORY-ENTRY
           END-IF

           IF CorrectionAccepted
               MOVE CR-StudentId TO StudentId
               MOVE CR-Grade1 TO Grade1
               MOVE CR-Grade2 TO Grade2
               MOVE CR-Grade3 TO Grade3
               MOVE CR-Weight1 TO Weight1
               MOVE CR-Weight2 TO Weight2
               MOVE CR-Weight3 TO Weight3
               IF Weight1 + Weight2 + Weight3 > 0
                   MOVE 'Y' TO UseWeights
               ELSE
                   MOVE 'N' TO UseWeights
               END-IF
               PERFORM CALCULATE-GRADE
               IF FinGrade = 'F'
                   MOVE 'FAIL' TO NewResult
               ELSE
                   MOVE 'PASS' TO NewResult
               END-IF
               PERFORM REWRITE-HISTORY-ENTRY
           END-IF

           IF CorrectionAccepted
               ADD 1 TO CorrAppliedCount
               PERFORM CORRECT-GRADE-RESULT
               PERFORM CORRECT-CERTIFICATION-RESULT
               PERFORM NOTE-RESULT-CHANGE
               DISPLAY "Corrected " CR-StudentId " " CR-RunDate
                   " CalcGrade: " OldCalcGrade " -> " CalcGrade
                   " FinGrade: " OldFinGrade " -> " FinGrade
           ELSE
               ADD 1 TO CorrRejectedCount
               DISPLAY "Correction rejected " CR-StudentId " "
                   CR-RunDate " - " CorrectionReason
           END-IF

           PERFORM WRITE-CORRECTION-LINE
           PERFORM READ-CORRECTION.

      *> THE SAME EDITS THE BATCH APPLIES TO GRADEIN.DAT, PLUS A
      *> RUN DATE THAT MUST BE A REAL PAST RUN. FIRST FAILING
      *> CHECK WINS.
       VALIDATE-CORRECTION.
           MOVE 'Y' TO CorrectionValid
           MOVE SPACES TO CorrectionReason

           IF CR-StudentId = SPACES
               MOVE 'N' TO CorrectionValid
               MOVE "BLANK STUDENT ID" TO CorrectionReason
           ELSE
               IF CR-RunDate IS NOT NUMERIC
                   MOVE 'N' TO CorrectionValid
                   MOVE "INVALID RUN DATE" TO CorrectionReason
               ELSE
               IF CR-RunDate > RunDate
                   MOVE 'N' TO CorrectionValid
                   MOVE "RUN DATE IS IN THE FUTURE" TO CorrectionReason
               ELSE
               IF CR-Grade1 IS NOT NUMERIC
                       OR CR-Grade2 IS NOT NUMERIC
                       OR CR-Grade3 IS NOT NUMERIC
                   MOVE 'N' TO CorrectionValid
                   MOVE "NON-NUMERIC GRADE" TO CorrectionReason
               ELSE
                   IF CR-Weight1 IS NOT NUMERIC
                           OR CR-Weight2 IS NOT NUMERIC
                           OR CR-Weight3 IS NOT NUMERIC
                       MOVE 'N' TO CorrectionValid
                       MOVE "NON-NUMERIC WEIGHT" TO CorrectionReason
                   ELSE
                       COMPUTE WeightSum =
                           CR-Weight1 + CR-Weight2 + CR-Weight3
                       IF WeightSum > 0 AND WeightSum NOT = 100
                           MOVE 'N' TO CorrectionValid
                           MOVE "WEIGHTS DO NOT SUM TO 100"
                               TO CorrectionReason
                       END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       FETCH-HISTORY-ENTRY.
           MOVE CR-StudentId TO SH-StudentId
           MOVE CR-RunDate TO SH-RunDate
           READ StudentHistoryFile
               KEY IS SH-Key
               INVALID KEY
                   MOVE 'N' TO CorrectionValid
                   MOVE "NO HISTORY ENTRY FOR THAT RUN DATE"
                       TO CorrectionReason
               NOT INVALID KEY
                   MOVE SH-CalcGrade TO OldCalcGrade
                   MOVE SH-FinGrade TO OldFinGrade
           END-READ.

       REWRITE-HISTORY-ENTRY.
           MOVE CalcGrade TO SH-CalcGrade
           MOVE FinGrade TO SH-FinGrade
           REWRITE StudentHistoryRecord
           IF StudentHistoryStatus NOT = '00'
               MOVE 'N' TO CorrectionValid
               MOVE SPACES TO CorrectionReason
               STRING "HISTORY REWRITE FAILED - STATUS "
                   StudentHistoryStatus
                   DELIMITED BY SIZE INTO CorrectionReason
           END-IF.

       CORRECT-CERTIFICATION-RESULT.
           IF CertPosting
               MOVE CR-StudentId (1:8) TO TC-EmpId
               MOVE CR-CourseId TO TC-CourseId
               MOVE CR-RunDate TO TC-RunDate
               READ CertificationFile
                   KEY IS TC-Key
                   INVALID KEY
                       MOVE 'N' TO CertFound
                   NOT INVALID KEY
                       MOVE 'Y' TO CertFound
                       MOVE TC-Result TO OldResult
                       MOVE CalcGrade TO TC-CalcGrade
                       MOVE FinGrade TO TC-FinGrade
                       MOVE NewResult TO TC-Result
                       REWRITE CertificationRecord
                       IF CertificationStatus NOT = '00'
                           MOVE 'N' TO CertFound
                           DISPLAY "TRNCERT.DAT rewrite failed for "
                               CR-StudentId " - status "
                               CertificationStatus
                       END-IF
               END-READ
           END-IF.

      *> WHILE THE RUN'S RESULTS ARE STILL ON GRDRES.DAT THE
      *> NIGHTLY TRAINING MERGE POSTS THEM TO TRNCERT.DAT AGAIN,
      *> SO THE DETAIL RECORD IS CORRECTED TOO - OTHERWISE THE
      *> MERGE WOULD PUT THE ORIGINAL GRADE BACK OVER THE
      *> CORRECTION, OR POST IT FOR THE FIRST TIME WHEN THE
      *> CORRECTION RUNS AHEAD OF THE MERGE. GRDRES.DAT ONLY
      *> HOLDS THE LATEST BATCH, SO AN OLDER RUN IS NOT FOUND.
       CORRECT-GRADE-RESULT.
           MOVE 'N' TO ResultEof
           OPEN I-O ResultsDetailFile
           IF ResultsDetailStatus = '00'
               PERFORM READ-GRADE-RESULT
               PERFORM MATCH-GRADE-RESULT
                   UNTIL NoMoreResults OR ResultCorrected
               CLOSE ResultsDetailFile
           ELSE
               IF ResultsDetailStatus NOT = '35'
                   DISPLAY "Unable to open GRDRES.DAT - status "
                       ResultsDetailStatus
               END-IF
           END-IF.

       READ-GRADE-RESULT.
           READ ResultsDetailFile
               AT END
                   MOVE 'Y' TO ResultEof
           END-READ.

       MATCH-GRADE-RESULT.
           IF GR-StudentId = CR-StudentId
                   AND GR-RunDate = CR-RunDate
                   AND GR-CourseId = CR-CourseId
               MOVE Grade1 TO GR-Grade1
               MOVE Grade2 TO GR-Grade2
               MOVE Grade3 TO GR-Grade3
               IF WeightedMode
                   MOVE Weight1 TO GR-Weight1
                   MOVE Weight2 TO GR-Weight2
                   MOVE Weight3 TO GR-Weight3
               ELSE
                   MOVE 0 TO GR-Weight1
                   MOVE 0 TO GR-Weight2
                   MOVE 0 TO GR-Weight3
               END-IF
               MOVE CalcGrade TO GR-CalcGrade
               MOVE FinGrade TO GR-FinGrade
               REWRITE ResultsDetailRecord
               IF ResultsDetailStatus = '00'
                   MOVE 'Y' TO ResultFound
               ELSE
                   DISPLAY "GRDRES.DAT rewrite failed for "
                       CR-StudentId " - status " ResultsDetailStatus
                   MOVE 'Y' TO ResultEof
               END-IF
           ELSE
               PERFORM READ-GRADE-RESULT
           END-IF.

      *> A PASS TURNED TO A FAIL TAKES AWAY THE PASSING RUN THE
      *> CERTIFICATION GAP CHECK LOOKS FOR, SO THE EMPLOYEE COMES
      *> BACK ON THE NEXT GAP REPORT UNLESS ANOTHER CURRENT PASS
      *> FOR THE COURSE IS ON FILE.
       NOTE-RESULT-CHANGE.
           MOVE SPACES TO CorrectionReason
           IF OldFinGrade NOT = 'F' AND FinGrade = 'F'
               ADD 1 TO PassToFailCount
               IF CertOnFile
                   MOVE "PASS TO FAIL - BACK ON GAP REPORT"
                       TO CorrectionReason
               ELSE
                   IF ResultCorrected
                       MOVE "PASS TO FAIL - POSTS AT NEXT MERGE"
                           TO CorrectionReason
                   ELSE
                       MOVE "PASS TO FAIL - NO TRNCERT.DAT RESULT"
                           TO CorrectionReason
                   END-IF
               END-IF
           ELSE
               IF OldFinGrade = 'F' AND FinGrade NOT = 'F'
                   ADD 1 TO FailToPassCount
                   IF CertOnFile
                       MOVE "FAIL TO PASS" TO CorrectionReason
                   ELSE
                       IF ResultCorrected
                           MOVE "FAIL TO PASS - POSTS AT NEXT MERGE"
                               TO CorrectionReason
                       ELSE
                           MOVE "FAIL TO PASS - NO TRNCERT.DAT RESULT"
                               TO CorrectionReason
                       END-IF
                   END-IF
               ELSE
                   IF NOT CertOnFile
                       IF ResultCorrected
                           MOVE "GRDRES.DAT CORRECTED - POSTS AT MERGE"
                               TO CorrectionReason
                       ELSE
                           MOVE "NO TRNCERT.DAT RESULT"
                               TO CorrectionReason
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WRITE-CORRECTION-LINE.
           IF RegisterFileOpen
               MOVE SPACES TO CorrectionRegisterLine
               MOVE CR-StudentId TO CorrectionRegisterLine (1:9)
               MOVE CR-StudentId TO RosterLookupId
               PERFORM FIND-ROSTER-STUDENT
               MOVE RosterLookupName TO CorrectionRegisterLine (11:30)
               MOVE CR-CourseId TO CorrectionRegisterLine (42:8)
               MOVE CR-RunDate TO CorrectionRegisterLine (51:8)
               IF OldFinGrade NOT = SPACE
                   MOVE OldCalcGrade TO TrendCalcDisp
                   MOVE TrendCalcDisp TO CorrectionRegisterLine (60:6)
                   MOVE OldFinGrade TO CorrectionRegisterLine (67:1)
                   MOVE OldResult TO CorrectionRegisterLine (69:4)
               END-IF
               IF CorrectionAccepted
                   MOVE "->" TO CorrectionRegisterLine (74:2)
                   MOVE CalcGrade TO TrendCalcDisp
                   MOVE TrendCalcDisp TO CorrectionRegisterLine (77:6)
                   MOVE FinGrade TO CorrectionRegisterLine (84:1)
                   IF CertOnFile
                       MOVE NewResult TO CorrectionRegisterLine (86:4)
                   END-IF
               ELSE
                   MOVE "*REJECTED*" TO CorrectionRegisterLine (77:10)
               END-IF
               MOVE CorrectionReason TO CorrectionRegisterLine (92:40)
               WRITE CorrectionRegisterLine
           END-IF.

       WRITE-CORRECTION-TOTALS.
           IF RegisterFileOpen
               MOVE SPACES TO CorrectionRegisterLine
               WRITE CorrectionRegisterLine
               MOVE SPACES TO CorrectionRegisterLine
               STRING "Corrections Applied:  " CorrAppliedCount
                   DELIMITED BY SIZE INTO CorrectionRegisterLine
               WRITE CorrectionRegisterLine
               MOVE SPACES TO CorrectionRegisterLine
               STRING "Corrections Rejected: " CorrRejectedCount
                   DELIMITED BY SIZE INTO CorrectionRegisterLine
               WRITE CorrectionRegisterLine
               MOVE SPACES TO CorrectionRegisterLine
               STRING "Pass To Fail:         " PassToFailCount
                   DELIMITED BY SIZE INTO CorrectionRegisterLine
               WRITE CorrectionRegisterLine
               MOVE SPACES TO CorrectionRegisterLine
               STRING "Fail To Pass:         " FailToPassCount
                   DELIMITED BY SIZE INTO CorrectionRegisterLine
               WRITE CorrectionRegisterLine
           END-IF
           DISPLAY "Corrections applied: " CorrAppliedCount
               " rejected: " CorrRejectedCount
               " pass to fail: " PassToFailCount.
