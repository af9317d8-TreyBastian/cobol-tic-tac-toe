       IDENTIFICATION DIVISION.
       PROGRAM-ID. ttrunrpt.
       AUTHOR. Trey Bastian.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RunHist-File ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunHistFileStatus.

           SELECT RunRpt-File ASSIGN TO RUNRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunRptFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  RunHist-File.
       01 RunHistInRecord PIC X(80).

       FD  RunRpt-File.
           COPY RUNRPT.

       WORKING-STORAGE SECTION.
       COPY RUNHIST.

       01 RunHistFileStatus PIC XX VALUE SPACES.
       01 RunRptFileStatus PIC XX VALUE SPACES.
       01 TodaysDate PIC X(08) VALUE SPACES.

      * The window card carries how many of each step's latest runs
      * to list (columns 1-2, up to 20) and how far a run's records
      * in may stray from the step's norm before it is flagged as a
      * swing (columns 3-5, a percentage). Either left blank takes
      * the default.
       01 WindowCard.
           02 WC-Runs PIC X(02).
           02 WC-Swing-Pct PIC X(03).
       01 WindowRuns PIC 9(02) VALUE 7.
       01 SwingPct PIC 9(03) VALUE 50.

      * Each step keeps its latest runs as a sliding window of
      * RUNHIST record images, oldest first - a new run past the
      * window size pushes the oldest out.
       01 StepTable.
           02 StepEntry OCCURS 40 TIMES.
               03 ST-Program-Id PIC X(08) VALUE SPACES.
               03 ST-Step-Label PIC X(16) VALUE SPACES.
               03 ST-Runs-On-File PIC 9(05) VALUE ZERO.
               03 ST-Run-Count PIC 9(02) VALUE ZERO.
               03 ST-Last-Date PIC X(08) VALUE SPACES.
               03 ST-Last-Status PIC X(01) VALUE SPACE.
               03 ST-Run OCCURS 20 TIMES.
                   04 SR-Image PIC X(80) VALUE SPACES.
                   04 SR-Rerun-Flag PIC X(01) VALUE SPACE.
                       88 SR-Rerun VALUE "Y".
                   04 SR-Swing-Flag PIC X(01) VALUE SPACE.
                       88 SR-Swing VALUE "Y".
                   04 SR-Norm PIC 9(07) VALUE ZERO.
                   04 SR-Swing-Pct PIC S9(05) VALUE ZERO.
       01 ST-Max-Entries PIC 9(03) VALUE 40.
       01 StepCount PIC 9(03) VALUE ZERO.
       01 StepIndex PIC 9(03) VALUE ZERO.
       01 RunIndex PIC 9(03) VALUE ZERO.

      * The latest runs on file whatever the step, in the order they
      * were logged - the night's running order.
       01 RecentTable.
           02 RecentEntry OCCURS 40 TIMES.
               03 RE-Image PIC X(80) VALUE SPACES.
       01 RE-Max-Entries PIC 9(03) VALUE 40.
       01 RecentCount PIC 9(03) VALUE ZERO.

       01 RunsOnFile PIC 9(07) VALUE ZERO.
       01 RunsListed PIC 9(05) VALUE ZERO.
       01 FailedListed PIC 9(05) VALUE ZERO.
       01 RerunsListed PIC 9(05) VALUE ZERO.
       01 SwingsListed PIC 9(05) VALUE ZERO.
       01 StepsSkipped PIC 9(05) VALUE ZERO.

       01 WorkTime.
           02 WT-Hours PIC 9(02).
           02 WT-Minutes PIC 9(02).
           02 WT-Seconds PIC 9(02).
           02 WT-Hundredths PIC 9(02).
       01 TimeText.
           02 TT-Hours PIC X(02).
           02 FILLER PIC X(01) VALUE ":".
           02 TT-Minutes PIC X(02).
           02 FILLER PIC X(01) VALUE ":".
           02 TT-Seconds PIC X(02).
       01 ElapsedText.
           02 ET-Hours PIC 9(02).
           02 FILLER PIC X(01) VALUE ":".
           02 ET-Minutes PIC 9(02).
           02 FILLER PIC X(01) VALUE ":".
           02 ET-Seconds PIC 9(02).

       01 StartSeconds PIC 9(06) VALUE ZERO.
       01 EndSeconds PIC 9(06) VALUE ZERO.
       01 ElapsedSeconds PIC 9(05) VALUE ZERO.
       01 WorkSeconds PIC 9(07) VALUE ZERO.
       01 ElapsedState PIC 9 VALUE 0.
           88 ElapsedKnown VALUE 1.
       01 TotalElapsed PIC 9(07) VALUE ZERO.
       01 LongestElapsed PIC 9(05) VALUE ZERO.
       01 TimedRuns PIC 9(02) VALUE ZERO.
       01 TotalRecordsIn PIC 9(09) VALUE ZERO.
       01 NormRecordsIn PIC 9(07) VALUE ZERO.
       01 NormTable.
           02 NM-Records-In PIC 9(07) OCCURS 20 TIMES.
       01 NormSwap PIC 9(07) VALUE ZERO.
       01 SwingWork PIC S9(07) VALUE ZERO.
       01 TMP PIC 9(03) VALUE ZERO.
       01 TMP2 PIC 9(03) VALUE ZERO.

       01 StepTitleLine.
           02 FILLER PIC X(05) VALUE "STEP ".
           02 SL-Program-Id PIC X(08).
           02 FILLER PIC X(01) VALUE SPACE.
           02 SL-Step-Label PIC X(16).
           02 FILLER PIC X(01) VALUE SPACE.
           02 SL-Runs-On-File PIC ZZZZ9.
           02 FILLER PIC X(16) VALUE " RUN(S) ON FILE".

       01 RunHeadLine.
           02 FILLER PIC X(09) VALUE "RUN DATE ".
           02 FILLER PIC X(09) VALUE "STARTED ".
           02 FILLER PIC X(09) VALUE "ENDED ".
           02 FILLER PIC X(08) VALUE "ELAPSED".
           02 FILLER PIC X(08) VALUE "      IN".
           02 FILLER PIC X(08) VALUE "     OUT".
           02 FILLER PIC X(08) VALUE "  EXCEPT".
           02 FILLER PIC X(04) VALUE "  RC".
           02 FILLER PIC X(06) VALUE " NOTES".

       01 RunDetailLine.
           02 RL-Run-Date PIC X(08).
           02 FILLER PIC X(01) VALUE SPACE.
           02 RL-Start-Time PIC X(08).
           02 FILLER PIC X(01) VALUE SPACE.
           02 RL-End-Time PIC X(08).
           02 FILLER PIC X(01) VALUE SPACE.
           02 RL-Elapsed PIC X(08).
           02 FILLER PIC X(01) VALUE SPACE.
           02 RL-Records-In PIC ZZZZZZ9.
           02 FILLER PIC X(01) VALUE SPACE.
           02 RL-Records-Out PIC ZZZZZZ9.
           02 FILLER PIC X(01) VALUE SPACE.
           02 RL-Exceptions PIC ZZZZZZ9.
           02 FILLER PIC X(01) VALUE SPACE.
           02 RL-Return-Code PIC ZZ9.
           02 FILLER PIC X(01) VALUE SPACE.
           02 RL-Fail-Note PIC X(05).
           02 RL-Rerun-Note PIC X(06).
           02 RL-Swing-Note PIC X(05).

       01 StepSummaryLine.
           02 FILLER PIC X(18) VALUE "  AVERAGE ELAPSED ".
           02 SM-Average PIC X(08).
           02 FILLER PIC X(10) VALUE "  LONGEST ".
           02 SM-Longest PIC X(08).
           02 FILLER PIC X(18) VALUE "  AVERAGE RECS IN ".
           02 SM-Average-In PIC ZZZZZZ9.

       01 ExceptionLine.
           02 EL-Program-Id PIC X(08).
           02 FILLER PIC X(01) VALUE SPACE.
           02 EL-Step-Label PIC X(16).
           02 FILLER PIC X(01) VALUE SPACE.
           02 EL-Run-Date PIC X(08).
           02 FILLER PIC X(01) VALUE SPACE.
           02 EL-Start-Time PIC X(08).
           02 FILLER PIC X(04) VALUE " RC ".
           02 EL-Return-Code PIC ZZ9.
           02 FILLER PIC X(01) VALUE SPACE.
           02 EL-Fail-Note PIC X(07).
           02 EL-Rerun-Note PIC X(05).

       01 SwingLine.
           02 SW-Program-Id PIC X(08).
           02 FILLER PIC X(01) VALUE SPACE.
           02 SW-Step-Label PIC X(16).
           02 FILLER PIC X(01) VALUE SPACE.
           02 SW-Run-Date PIC X(08).
           02 FILLER PIC X(04) VALUE " IN ".
           02 SW-Records-In PIC ZZZZZZ9.
           02 FILLER PIC X(06) VALUE " NORM ".
           02 SW-Norm PIC ZZZZZZ9.
           02 FILLER PIC X(01) VALUE SPACE.
           02 SW-Swing-Pct PIC +++++9.
           02 FILLER PIC X(01) VALUE "%".

       01 RecentLine.
           02 RR-Run-Date PIC X(08).
           02 FILLER PIC X(01) VALUE SPACE.
           02 RR-Start-Time PIC X(08).
           02 FILLER PIC X(01) VALUE SPACE.
           02 RR-End-Time PIC X(08).
           02 FILLER PIC X(01) VALUE SPACE.
           02 RR-Program-Id PIC X(08).
           02 FILLER PIC X(01) VALUE SPACE.
           02 RR-Step-Label PIC X(16).
           02 FILLER PIC X(04) VALUE " RC ".
           02 RR-Return-Code PIC ZZ9.
           02 FILLER PIC X(01) VALUE SPACE.
           02 RR-Status PIC X(09).

       01 TotalLine.
           02 TL-Label PIC X(30).
           02 TL-Count PIC ZZZZ9.

       01 ReportLine PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

         Intro SECTION.
           DISPLAY "Trey's Dev Shed Tic Tac Toe - Batch Run History".

         Setup SECTION.
           ACCEPT TodaysDate FROM DATE YYYYMMDD
           MOVE SPACES TO WindowCard
           ACCEPT WindowCard
           IF WC-Runs NOT = SPACES
             IF WC-Runs NOT NUMERIC OR WC-Runs = "00" OR
               WC-Runs > "20"
               DISPLAY "Invalid window card - " WindowCard
               DISPLAY "Code the runs per step as 01-20 in columns 1-2"
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE WC-Runs TO WindowRuns
           END-IF
           IF WC-Swing-Pct NOT = SPACES
             IF WC-Swing-Pct NOT NUMERIC OR WC-Swing-Pct = "000"
               DISPLAY "Invalid window card - " WindowCard
               DISPLAY "Code the swing percentage as 001-999 in "
                 "columns 3-5"
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE WC-Swing-Pct TO SwingPct
           END-IF

           OPEN INPUT RunHist-File
           IF RunHistFileStatus NOT = "00"
             DISPLAY "Unable to open RUNHIST - status "
               RunHistFileStatus
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF

           OPEN OUTPUT RunRpt-File
           IF RunRptFileStatus NOT = "00"
             DISPLAY "Unable to open RUNRPT - status "
               RunRptFileStatus
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF

           MOVE "TREY'S DEV SHED TIC TAC TOE - BATCH RUN HISTORY" TO
             RunRptRecord
           WRITE RunRptRecord
           MOVE SPACES TO ReportLine
           STRING "AS OF " TodaysDate " - LAST " WindowRuns
             " RUNS PER STEP, SWINGS OVER " SwingPct "% OF NORM"
             DELIMITED BY SIZE INTO ReportLine
           WRITE RunRptRecord FROM ReportLine
           MOVE SPACES TO RunRptRecord
           WRITE RunRptRecord

         LoadHistory SECTION.
      * RUNHIST is appended as each step ends, so it reads back in
      * the order the runs finished. A run is taken as a rerun when
      * the step's previous run failed or was on the same date.
           READ RunHist-File INTO RunHistRecord
           PERFORM UNTIL RunHistFileStatus NOT = "00"
             ADD 1 TO RunsOnFile
             PERFORM FindStep
             IF StepIndex = 0
               IF StepCount >= ST-Max-Entries
                 DISPLAY "WARNING: step table full (" ST-Max-Entries
                   ") - skipping " RH-Program-Id " " RH-Step-Label
                 ADD 1 TO StepsSkipped
               ELSE
                 ADD 1 TO StepCount
                 MOVE StepCount TO StepIndex
                 MOVE RH-Program-Id TO ST-Program-Id(StepIndex)
                 MOVE RH-Step-Label TO ST-Step-Label(StepIndex)
               END-IF
             END-IF
             IF StepIndex NOT = 0
               PERFORM AddToWindow
             END-IF
             PERFORM AddToRecent
             READ RunHist-File INTO RunHistRecord
           END-PERFORM
           CLOSE RunHist-File

         PrintSteps SECTION.
      * Steps are listed in the order they first appear on the
      * history, which is the running order of the nightly batch.
           IF StepCount = 0
             MOVE "NO RUNS ON FILE" TO RunRptRecord
             WRITE RunRptRecord
           END-IF
           PERFORM VARYING StepIndex FROM 1 BY 1
             UNTIL StepIndex > StepCount
             PERFORM PrintStep
           END-PERFORM

         PrintFailures SECTION.
           MOVE "STEPS THAT FAILED OR WERE RERUN" TO RunRptRecord
           WRITE RunRptRecord
           MOVE SPACES TO RunRptRecord
           WRITE RunRptRecord
           PERFORM VARYING StepIndex FROM 1 BY 1
             UNTIL StepIndex > StepCount
             PERFORM VARYING RunIndex FROM 1 BY 1
               UNTIL RunIndex > ST-Run-Count(StepIndex)
               MOVE SR-Image(StepIndex, RunIndex) TO RunHistRecord
               IF RH-Failed OR SR-Rerun(StepIndex, RunIndex)
                 MOVE RH-Program-Id TO EL-Program-Id
                 MOVE RH-Step-Label TO EL-Step-Label
                 MOVE RH-Run-Date TO EL-Run-Date
                 MOVE RH-Start-Time TO WorkTime
                 PERFORM FormatTime
                 MOVE TimeText TO EL-Start-Time
                 MOVE RH-Return-Code TO EL-Return-Code
                 MOVE SPACES TO EL-Fail-Note
                 MOVE SPACES TO EL-Rerun-Note
                 IF RH-Failed
                   MOVE "FAILED" TO EL-Fail-Note
                 END-IF
                 IF SR-Rerun(StepIndex, RunIndex)
                   MOVE "RERUN" TO EL-Rerun-Note
                 END-IF
                 WRITE RunRptRecord FROM ExceptionLine
               END-IF
             END-PERFORM
           END-PERFORM
           IF FailedListed = 0 AND RerunsListed = 0
             MOVE "NONE IN THE RUNS LISTED" TO RunRptRecord
             WRITE RunRptRecord
           END-IF
           MOVE SPACES TO RunRptRecord
           WRITE RunRptRecord

         PrintSwings SECTION.
           MOVE "STEPS WHOSE RECORDS IN SWUNG FROM THE NORM" TO
             RunRptRecord
           WRITE RunRptRecord
           MOVE SPACES TO RunRptRecord
           WRITE RunRptRecord
           PERFORM VARYING StepIndex FROM 1 BY 1
             UNTIL StepIndex > StepCount
             PERFORM VARYING RunIndex FROM 1 BY 1
               UNTIL RunIndex > ST-Run-Count(StepIndex)
               IF SR-Swing(StepIndex, RunIndex)
                 MOVE SR-Image(StepIndex, RunIndex) TO RunHistRecord
                 MOVE RH-Program-Id TO SW-Program-Id
                 MOVE RH-Step-Label TO SW-Step-Label
                 MOVE RH-Run-Date TO SW-Run-Date
                 MOVE RH-Records-In TO SW-Records-In
                 MOVE SR-Norm(StepIndex, RunIndex) TO SW-Norm
                 MOVE SR-Swing-Pct(StepIndex, RunIndex) TO
                   SW-Swing-Pct
                 WRITE RunRptRecord FROM SwingLine
               END-IF
             END-PERFORM
           END-PERFORM
           IF SwingsListed = 0
             MOVE "NONE IN THE RUNS LISTED" TO RunRptRecord
             WRITE RunRptRecord
           END-IF
           MOVE SPACES TO RunRptRecord
           WRITE RunRptRecord

         PrintRecent SECTION.
      * The running order is what shows whether one step ran ahead
      * of another on a given night - the ratings run before the
      * rename realign, say.
           MOVE SPACES TO ReportLine
           STRING "LATEST " RecentCount " RUNS ON FILE IN THE ORDER "
             "THEY ENDED" DELIMITED BY SIZE INTO ReportLine
           WRITE RunRptRecord FROM ReportLine
           MOVE SPACES TO RunRptRecord
           WRITE RunRptRecord
           PERFORM VARYING TMP FROM 1 BY 1 UNTIL TMP > RecentCount
             MOVE RE-Image(TMP) TO RunHistRecord
             MOVE RH-Run-Date TO RR-Run-Date
             MOVE RH-Start-Time TO WorkTime
             PERFORM FormatTime
             MOVE TimeText TO RR-Start-Time
             MOVE RH-End-Time TO WorkTime
             PERFORM FormatTime
             MOVE TimeText TO RR-End-Time
             MOVE RH-Program-Id TO RR-Program-Id
             MOVE RH-Step-Label TO RR-Step-Label
             MOVE RH-Return-Code TO RR-Return-Code
             EVALUATE TRUE
               WHEN RH-Completed MOVE "COMPLETED" TO RR-Status
               WHEN RH-Warning MOVE "WARNING" TO RR-Status
               WHEN RH-Failed MOVE "FAILED" TO RR-Status
               WHEN OTHER MOVE SPACES TO RR-Status
             END-EVALUATE
             WRITE RunRptRecord FROM RecentLine
           END-PERFORM

         PrintTotals SECTION.
           MOVE SPACES TO RunRptRecord
           WRITE RunRptRecord
           MOVE "STEPS ON FILE" TO TL-Label
           MOVE StepCount TO TL-Count
           WRITE RunRptRecord FROM TotalLine
           MOVE "RUNS ON FILE" TO TL-Label
           MOVE RunsOnFile TO TL-Count
           WRITE RunRptRecord FROM TotalLine
           MOVE "RUNS LISTED" TO TL-Label
           MOVE RunsListed TO TL-Count
           WRITE RunRptRecord FROM TotalLine
           MOVE "FAILED RUNS LISTED" TO TL-Label
           MOVE FailedListed TO TL-Count
           WRITE RunRptRecord FROM TotalLine
           MOVE "RERUNS LISTED" TO TL-Label
           MOVE RerunsListed TO TL-Count
           WRITE RunRptRecord FROM TotalLine
           MOVE "VOLUME SWINGS LISTED" TO TL-Label
           MOVE SwingsListed TO TL-Count
           WRITE RunRptRecord FROM TotalLine
           IF StepsSkipped > 0
             MOVE "RUNS SKIPPED - TABLE FULL" TO TL-Label
             MOVE StepsSkipped TO TL-Count
             WRITE RunRptRecord FROM TotalLine
           END-IF.

         Outro SECTION.
           CLOSE RunRpt-File
           DISPLAY RunsListed " run(s) listed for " StepCount
             " step(s) - see RUNRPT"
           IF FailedListed > 0 OR RerunsListed > 0
             DISPLAY FailedListed " failed run(s), " RerunsListed
               " rerun(s) in the runs listed"
           END-IF
           STOP RUN.

         FindStep SECTION.
           MOVE 0 TO StepIndex
           PERFORM VARYING TMP FROM 1 BY 1
             UNTIL TMP > StepCount OR StepIndex NOT = 0
             IF ST-Program-Id(TMP) = RH-Program-Id AND
               ST-Step-Label(TMP) = RH-Step-Label
               MOVE TMP TO StepIndex
             END-IF
           END-PERFORM.

         AddToWindow SECTION.
           IF ST-Run-Count(StepIndex) >= WindowRuns
             PERFORM VARYING TMP FROM 1 BY 1 UNTIL TMP >= WindowRuns
               MOVE ST-Run(StepIndex, TMP + 1) TO
                 ST-Run(StepIndex, TMP)
             END-PERFORM
           ELSE
             ADD 1 TO ST-Run-Count(StepIndex)
           END-IF
           MOVE ST-Run-Count(StepIndex) TO RunIndex
           MOVE RunHistRecord TO SR-Image(StepIndex, RunIndex)
           MOVE SPACE TO SR-Rerun-Flag(StepIndex, RunIndex)
           MOVE SPACE TO SR-Swing-Flag(StepIndex, RunIndex)
           MOVE ZERO TO SR-Norm(StepIndex, RunIndex)
           MOVE ZERO TO SR-Swing-Pct(StepIndex, RunIndex)
           IF ST-Runs-On-File(StepIndex) > 0
             IF ST-Last-Date(StepIndex) = RH-Run-Date OR
               ST-Last-Status(StepIndex) = "F"
               SET SR-Rerun(StepIndex, RunIndex) TO TRUE
             END-IF
           END-IF
           ADD 1 TO ST-Runs-On-File(StepIndex)
           MOVE RH-Run-Date TO ST-Last-Date(StepIndex)
           MOVE RH-Final-Status TO ST-Last-Status(StepIndex).

         AddToRecent SECTION.
           IF RecentCount >= RE-Max-Entries
             PERFORM VARYING TMP FROM 1 BY 1 UNTIL TMP >= RecentCount
               MOVE RE-Image(TMP + 1) TO RE-Image(TMP)
             END-PERFORM
           ELSE
             ADD 1 TO RecentCount
           END-IF
           MOVE RunHistRecord TO RE-Image(RecentCount).

         PrintStep SECTION.
      * The step's norm is the median records in over its runs in
      * the window, so one odd night does not drag the norm with it
      * and flag its neighbours too. It takes three runs before
      * there is a norm to measure against.
           MOVE ST-Program-Id(StepIndex) TO SL-Program-Id
           MOVE ST-Step-Label(StepIndex) TO SL-Step-Label
           MOVE ST-Runs-On-File(StepIndex) TO SL-Runs-On-File
           WRITE RunRptRecord FROM StepTitleLine
           WRITE RunRptRecord FROM RunHeadLine

           MOVE 0 TO TotalRecordsIn
           PERFORM VARYING RunIndex FROM 1 BY 1
             UNTIL RunIndex > ST-Run-Count(StepIndex)
             MOVE SR-Image(StepIndex, RunIndex) TO RunHistRecord
             ADD RH-Records-In TO TotalRecordsIn
             MOVE RH-Records-In TO NM-Records-In(RunIndex)
           END-PERFORM

           MOVE 0 TO NormRecordsIn
           IF ST-Run-Count(StepIndex) > 2
             PERFORM VARYING TMP FROM 1 BY 1
               UNTIL TMP > ST-Run-Count(StepIndex)
               PERFORM VARYING TMP2 FROM TMP BY 1
                 UNTIL TMP2 > ST-Run-Count(StepIndex)
                 IF NM-Records-In(TMP2) < NM-Records-In(TMP)
                   MOVE NM-Records-In(TMP) TO NormSwap
                   MOVE NM-Records-In(TMP2) TO NM-Records-In(TMP)
                   MOVE NormSwap TO NM-Records-In(TMP2)
                 END-IF
               END-PERFORM
             END-PERFORM
             COMPUTE TMP = (ST-Run-Count(StepIndex) + 1) / 2
             MOVE NM-Records-In(TMP) TO NormRecordsIn
           END-IF

           MOVE 0 TO TotalElapsed
           MOVE 0 TO LongestElapsed
           MOVE 0 TO TimedRuns
           PERFORM VARYING RunIndex FROM 1 BY 1
             UNTIL RunIndex > ST-Run-Count(StepIndex)
             MOVE SR-Image(StepIndex, RunIndex) TO RunHistRecord
             ADD 1 TO RunsListed
             MOVE RH-Run-Date TO RL-Run-Date
             MOVE RH-Start-Time TO WorkTime
             PERFORM FormatTime
             MOVE TimeText TO RL-Start-Time
             MOVE RH-End-Time TO WorkTime
             PERFORM FormatTime
             MOVE TimeText TO RL-End-Time
             PERFORM ComputeElapsed
             IF ElapsedKnown
               MOVE ElapsedSeconds TO WorkSeconds
               PERFORM FormatSeconds
               MOVE ElapsedText TO RL-Elapsed
               ADD ElapsedSeconds TO TotalElapsed
               ADD 1 TO TimedRuns
               IF ElapsedSeconds > LongestElapsed
                 MOVE ElapsedSeconds TO LongestElapsed
               END-IF
             ELSE
               MOVE SPACES TO RL-Elapsed
             END-IF
             MOVE RH-Records-In TO RL-Records-In
             MOVE RH-Records-Out TO RL-Records-Out
             MOVE RH-Exceptions TO RL-Exceptions
             MOVE RH-Return-Code TO RL-Return-Code

             IF NormRecordsIn > 0
               COMPUTE SwingWork ROUNDED =
                 (RH-Records-In - NormRecordsIn) * 100 /
                 NormRecordsIn
               IF SwingWork > SwingPct OR SwingWork < 0 - SwingPct
                 SET SR-Swing(StepIndex, RunIndex) TO TRUE
                 MOVE NormRecordsIn TO SR-Norm(StepIndex, RunIndex)
                 IF SwingWork > 99999
                   MOVE 99999 TO SR-Swing-Pct(StepIndex, RunIndex)
                 ELSE
                   MOVE SwingWork TO SR-Swing-Pct(StepIndex, RunIndex)
                 END-IF
               END-IF
             END-IF

             MOVE SPACES TO RL-Fail-Note
             MOVE SPACES TO RL-Rerun-Note
             MOVE SPACES TO RL-Swing-Note
             IF RH-Failed
               MOVE "FAIL" TO RL-Fail-Note
               ADD 1 TO FailedListed
             END-IF
             IF SR-Rerun(StepIndex, RunIndex)
               MOVE "RERUN" TO RL-Rerun-Note
               ADD 1 TO RerunsListed
             END-IF
             IF SR-Swing(StepIndex, RunIndex)
               MOVE "SWING" TO RL-Swing-Note
               ADD 1 TO SwingsListed
             END-IF
             WRITE RunRptRecord FROM RunDetailLine
           END-PERFORM

           IF TimedRuns > 0
             COMPUTE WorkSeconds ROUNDED = TotalElapsed / TimedRuns
             PERFORM FormatSeconds
             MOVE ElapsedText TO SM-Average
             MOVE LongestElapsed TO WorkSeconds
             PERFORM FormatSeconds
             MOVE ElapsedText TO SM-Longest
           ELSE
             MOVE SPACES TO SM-Average
             MOVE SPACES TO SM-Longest
           END-IF
           IF ST-Run-Count(StepIndex) > 0
             COMPUTE SM-Average-In ROUNDED =
               TotalRecordsIn / ST-Run-Count(StepIndex)
           ELSE
             MOVE ZERO TO SM-Average-In
           END-IF
           WRITE RunRptRecord FROM StepSummaryLine
           MOVE SPACES TO RunRptRecord
           WRITE RunRptRecord.

         ComputeElapsed SECTION.
      * A step that ends past midnight has an end time earlier than
      * its start - it ran into the next day.
           MOVE 0 TO ElapsedState
           MOVE 0 TO ElapsedSeconds
           IF RH-Start-Time IS NUMERIC AND RH-End-Time IS NUMERIC
             MOVE RH-Start-Time TO WorkTime
             COMPUTE StartSeconds =
               WT-Hours * 3600 + WT-Minutes * 60 + WT-Seconds
             MOVE RH-End-Time TO WorkTime
             COMPUTE EndSeconds =
               WT-Hours * 3600 + WT-Minutes * 60 + WT-Seconds
             IF EndSeconds < StartSeconds
               ADD 86400 TO EndSeconds
             END-IF
             COMPUTE ElapsedSeconds = EndSeconds - StartSeconds
             SET ElapsedKnown TO TRUE
           END-IF.

         FormatTime SECTION.
           MOVE WT-Hours TO TT-Hours
           MOVE WT-Minutes TO TT-Minutes
           MOVE WT-Seconds TO TT-Seconds.

         FormatSeconds SECTION.
           DIVIDE WorkSeconds BY 3600 GIVING ET-Hours
             REMAINDER WorkSeconds
           DIVIDE WorkSeconds BY 60 GIVING ET-Minutes
             REMAINDER ET-Seconds.
