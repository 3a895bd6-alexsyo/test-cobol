       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. runtrend.
AUTHOR. Alexsyo.
DATE-WRITTEN.15/10/2026


ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL RunCatalogFile ASSIGN TO "runcat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Catalog-File-Status.

       SELECT ReportFile ASSIGN TO Report-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Report-File-Status.

       SELECT RejectFile ASSIGN TO Reject-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS Reject-File-Status.

       SELECT TrendFile ASSIGN TO "runtrend.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.


DATA DIVISION.
FILE SECTION.
FD RunCatalogFile.
*>   Mirror of the battle job's run catalog record, mapping each run
*>   ID to its run-stamped output files; Cat-Status B marks a run
*>   that runbkout has since reversed.
01 Catalog-In.
       02 Cat-Run-Id PIC X(14).
       02 FILLER PIC X(1).
       02 Cat-Severity PIC X(2).
       02 FILLER PIC X(1).
       02 Cat-Report-File PIC X(30).
       02 FILLER PIC X(1).
       02 Cat-Reject-File PIC X(30).
       02 FILLER PIC X(1).
       02 Cat-Audit-File PIC X(30).
       02 FILLER PIC X(1).
       02 Cat-Journal-File PIC X(30).
       02 FILLER PIC X(1).
       02 Cat-Status PIC X(1).

FD ReportFile.
01 Report-In PIC X(100).

FD RejectFile.
01 Reject-In PIC X(80).

FD TrendFile.
01 Trend-Out PIC X(120).

WORKING-STORAGE SECTION.
01 Catalog-File-Status PIC X(2) VALUE SPACES.
01 Report-File-Status PIC X(2) VALUE SPACES.
01 Reject-File-Status PIC X(2) VALUE SPACES.
01 Catalog-EOF PIC X(1) VALUE 'N'.
01 Report-EOF PIC X(1) VALUE 'N'.
01 Reject-EOF PIC X(1) VALUE 'N'.
01 Report-File-Name PIC X(30) VALUE SPACES.
01 Reject-File-Name PIC X(30) VALUE SPACES.

*>   FROM=yyyymmdd and TO=yyyymmdd bound the runs reported (by the
*>   date in the run ID); either left off leaves that end open.
*>   TRAIL=n sets how many earlier runs make up the trailing average
*>   a run is measured against (default 5). Runs before FROM= still
*>   feed the trailing average, so the first run in the range is
*>   measured against real history.
01 Run-Parm PIC X(80) VALUE SPACES.
01 Parm-Word-1 PIC X(20) VALUE SPACES.
01 Parm-Word-2 PIC X(20) VALUE SPACES.
01 Parm-Word-3 PIC X(20) VALUE SPACES.
01 Parm-Word-Work PIC X(20) VALUE SPACES.
01 From-Date PIC X(8) VALUE "00000000".
01 To-Date PIC X(8) VALUE "99999999".
01 Trail-Size PIC 9(2) VALUE 5.

*>   The figures gathered for the run in hand, off its RUN and END
*>   records, its report rows and its reject file.
01 Run-Date PIC X(8) VALUE SPACES.
01 Run-Flags PIC X(6) VALUE SPACES.
01 Run-Flag-Letters PIC X(6) VALUE SPACES.
01 Run-Start-Date PIC X(8) VALUE SPACES.
01 Run-Start-Time PIC X(8) VALUE SPACES.
01 Run-End-Date PIC X(8) VALUE SPACES.
01 Run-End-Time PIC X(8) VALUE SPACES.
01 Run-Has-End PIC X(1) VALUE 'N'.
01 Run-Files-Found PIC X(1) VALUE 'N'.
01 Run-Elapsed PIC 9(7) VALUE 0.
01 Run-Encounters PIC 9(5) VALUE 0.
01 Run-Rejects PIC 9(5) VALUE 0.
01 Run-Draws PIC 9(5) VALUE 0.
01 Run-Faints PIC 9(5) VALUE 0.
01 Run-Records-Read PIC 9(7) VALUE 0.
01 Run-Reject-Rate PIC 9(3)V9 VALUE 0.
01 Run-Note PIC X(30) VALUE SPACES.
01 Run-Flagged PIC X(1) VALUE 'N'.
01 Flag-Letters PIC X(6) VALUE "BLRXAP".
01 Flag-Index PIC 9(1) VALUE 0.

*>   Mirror of the battle job's report line, only as far as the
*>   outcome column.
01 Report-Parsed.
       02 RP-Player PIC X(10).
       02 FILLER PIC X(1).
       02 RP-Enemy PIC X(10).
       02 FILLER PIC X(39).
       02 RP-Outcome PIC X(10).

*>   Inside a party section every member still in the fight gets a
*>   row per enemy, so rows are grouped back into one encounter per
*>   enemy block: a block ends when the enemy changes or a member
*>   turns up a second time.
01 Party-Section PIC X(1) VALUE 'N'.
01 Block-Enemy PIC X(10) VALUE SPACES.
01 Block-Members PIC X(40) VALUE SPACES.
01 Block-Member-Count PIC 9(1) VALUE 0.
01 Block-Member-Index PIC 9(1) VALUE 0.
01 Block-Member-Seen PIC X(1) VALUE 'N'.
01 Block-Draw-Counted PIC X(1) VALUE 'N'.
01 Block-Faint-Counted PIC X(1) VALUE 'N'.

*>   Mirror of the battle job's per-stage control record.
01 Stage-Control-Parsed.
       02 FILLER PIC X(4).
       02 SCP-Stage-File PIC X(20).
       02 FILLER PIC X(1).
       02 SCP-Records-Read PIC 9(5).
       02 FILLER PIC X(1).
       02 SCP-Records-Rejected PIC 9(5).

*>   Day numbers for elapsed time and the weekly break: days counted
*>   from a fixed origin so two dates subtract directly and a Monday
*>   always starts a new week number.
01 Day-Date PIC X(8) VALUE SPACES.
01 Day-Number PIC 9(7) VALUE 0.
01 Day-Year PIC 9(4) VALUE 0.
01 Day-Month PIC 9(2) VALUE 0.
01 Day-Day PIC 9(2) VALUE 0.
01 Day-Work PIC 9(7) VALUE 0.
01 Start-Seconds PIC 9(11) VALUE 0.
01 End-Seconds PIC 9(11) VALUE 0.
01 Run-Week PIC 9(7) VALUE 0.
01 Time-Work.
       02 TW-Hours PIC 9(2).
       02 TW-Minutes PIC 9(2).
       02 TW-Seconds PIC 9(2).
       02 TW-Hundredths PIC 9(2).

*>   Trailing window of the most recent runs' elapsed seconds and
*>   reject rates, newest last. A run is flagged when it comes in at
*>   more than twice the trailing average and at least a minute (or
*>   five reject-rate points) over it, once at least three earlier
*>   runs are in the window - a run a few seconds slower than an
*>   average of a few seconds is noise, not a trend.
01 Trail-Table.
       02 Trail-Entry OCCURS 20 TIMES.
           03 Trl-Elapsed PIC 9(7).
           03 Trl-Has-End PIC X(1).
           03 Trl-Reject-Rate PIC 9(3)V9.
01 Trail-Count PIC 9(2) VALUE 0.
01 Trail-Index PIC 9(2) VALUE 0.
01 Trail-Timed PIC 9(2) VALUE 0.
01 Trail-Elapsed-Sum PIC 9(9) VALUE 0.
01 Trail-Rate-Sum PIC 9(5)V9 VALUE 0.
01 Trail-Elapsed-Avg PIC 9(7) VALUE 0.
01 Trail-Rate-Avg PIC 9(3)V9 VALUE 0.

*>   Per stage file across the runs reported.
01 Stage-Table.
       02 Stage-Entry OCCURS 50 TIMES.
           03 Stg-File PIC X(20).
           03 Stg-Runs PIC 9(5).
           03 Stg-Read PIC 9(7).
           03 Stg-Rejected PIC 9(7).
01 Stage-Count PIC 9(2) VALUE 0.
01 Stage-Index PIC 9(2) VALUE 0.
01 Stage-Found-Index PIC 9(2) VALUE 0.
01 Stage-Overflow PIC X(1) VALUE 'N'.
01 Stage-Rate PIC 9(3)V9 VALUE 0.

*>   Daily and weekly subtotal accumulators, broken on the run date
*>   and on the week number of the run date.
01 Day-Key PIC X(8) VALUE SPACES.
01 Week-Key PIC 9(7) VALUE 0.
01 Week-First-Date PIC X(8) VALUE SPACES.
01 Sub-Label PIC X(16) VALUE SPACES.
01 Day-Totals.
       02 Day-Runs PIC 9(5).
       02 Day-Elapsed PIC 9(9).
       02 Day-Encounters PIC 9(7).
       02 Day-Rejects PIC 9(7).
       02 Day-Draws PIC 9(7).
       02 Day-Faints PIC 9(7).
       02 Day-Read PIC 9(7).
01 Week-Totals.
       02 Week-Runs PIC 9(5).
       02 Week-Elapsed PIC 9(9).
       02 Week-Encounters PIC 9(7).
       02 Week-Rejects PIC 9(7).
       02 Week-Draws PIC 9(7).
       02 Week-Faints PIC 9(7).
       02 Week-Read PIC 9(7).
01 Sub-Totals.
       02 Sub-Runs PIC 9(5).
       02 Sub-Elapsed PIC 9(9).
       02 Sub-Encounters PIC 9(7).
       02 Sub-Rejects PIC 9(7).
       02 Sub-Draws PIC 9(7).
       02 Sub-Faints PIC 9(7).
       02 Sub-Read PIC 9(7).
01 Sub-Rate PIC 9(3)V9 VALUE 0.

01 Fmt-Seconds PIC 9(9) VALUE 0.
01 Fmt-Hours PIC 9(5) VALUE 0.
01 Fmt-Minutes PIC 9(2) VALUE 0.
01 Fmt-Rest PIC 9(5) VALUE 0.
01 Fmt-Elapsed.
       02 FE-Hours PIC ZZZ9.
       02 FILLER PIC X(1) VALUE ":".
       02 FE-Minutes PIC 99.
       02 FILLER PIC X(1) VALUE ":".
       02 FE-Seconds PIC 99.

01 Trend-Title.
       02 FILLER PIC X(26) VALUE "RUN HISTORY TREND    FROM ".
       02 TT-From PIC X(8).
       02 FILLER PIC X(4) VALUE " TO ".
       02 TT-To PIC X(8).
       02 FILLER PIC X(16) VALUE "   TRAILING AVG ".
       02 TT-Trail PIC Z9.
       02 FILLER PIC X(5) VALUE " RUNS".

01 Trend-Header.
       02 FILLER PIC X(40)
           VALUE "RUN ID           ELAPSED SV FLAGS  ENCTR".
       02 FILLER PIC X(40)
           VALUE "  REJS DRAWS FAINT  READ  REJ% NOTE     ".

01 Trend-Detail.
       02 TD-Run-Id PIC X(14).
       02 FILLER PIC X(1) VALUE SPACE.
       02 TD-Elapsed PIC X(10).
       02 FILLER PIC X(1) VALUE SPACE.
       02 TD-Severity PIC X(2).
       02 FILLER PIC X(1) VALUE SPACE.
       02 TD-Flags PIC X(6).
       02 FILLER PIC X(1) VALUE SPACE.
       02 TD-Encounters PIC ZZZZ9.
       02 FILLER PIC X(1) VALUE SPACE.
       02 TD-Rejects PIC ZZZZ9.
       02 FILLER PIC X(1) VALUE SPACE.
       02 TD-Draws PIC ZZZZ9.
       02 FILLER PIC X(1) VALUE SPACE.
       02 TD-Faints PIC ZZZZ9.
       02 FILLER PIC X(1) VALUE SPACE.
       02 TD-Read PIC ZZZZ9.
       02 FILLER PIC X(1) VALUE SPACE.
       02 TD-Rate PIC ZZ9.9.
       02 FILLER PIC X(1) VALUE SPACE.
       02 TD-Note PIC X(30).

01 Trend-Subtotal.
       02 TS-Label PIC X(16).
       02 TS-Runs PIC ZZZ9.
       02 FILLER PIC X(6) VALUE " RUNS ".
       02 TS-Elapsed PIC X(10).
       02 FILLER PIC X(1) VALUE SPACE.
       02 TS-Encounters PIC ZZZZZZ9.
       02 FILLER PIC X(1) VALUE SPACE.
       02 TS-Rejects PIC ZZZZZ9.
       02 FILLER PIC X(1) VALUE SPACE.
       02 TS-Draws PIC ZZZZZ9.
       02 FILLER PIC X(1) VALUE SPACE.
       02 TS-Faints PIC ZZZZZ9.
       02 FILLER PIC X(1) VALUE SPACE.
       02 TS-Read PIC ZZZZZ9.
       02 FILLER PIC X(1) VALUE SPACE.
       02 TS-Rate PIC ZZ9.9.

01 Stage-Header.
       02 FILLER PIC X(40)
           VALUE "STAGE FILE            RUNS    READ  REJS".
       02 FILLER PIC X(6) VALUE "  REJ%".

01 Stage-Detail.
       02 SD-File PIC X(20).
       02 FILLER PIC X(1) VALUE SPACE.
       02 SD-Runs PIC ZZZZ9.
       02 FILLER PIC X(1) VALUE SPACE.
       02 SD-Read PIC ZZZZZZ9.
       02 FILLER PIC X(1) VALUE SPACE.
       02 SD-Rejected PIC ZZZZ9.
       02 FILLER PIC X(1) VALUE SPACE.
       02 SD-Rate PIC ZZ9.9.

01 Total-Catalog-Runs PIC 9(5) VALUE 0.
01 Total-Runs-Reported PIC 9(5) VALUE 0.
01 Total-Runs-No-End PIC 9(5) VALUE 0.
01 Total-Runs-Missing PIC 9(5) VALUE 0.
01 Total-Runs-Flagged PIC 9(5) VALUE 0.

01 Run-Severity PIC 9(2) VALUE 0.
01 Severity-Work PIC 9(2) VALUE 0.


PROCEDURE DIVISION.
Main.
       ACCEPT Run-Parm FROM COMMAND-LINE.
       MOVE SPACES TO Parm-Word-1 Parm-Word-2 Parm-Word-3.
       UNSTRING Run-Parm DELIMITED BY SPACE
           INTO Parm-Word-1 Parm-Word-2 Parm-Word-3.
       MOVE Parm-Word-1 TO Parm-Word-Work.
       PERFORM ParseTrendParm.
       MOVE Parm-Word-2 TO Parm-Word-Work.
       PERFORM ParseTrendParm.
       MOVE Parm-Word-3 TO Parm-Word-Work.
       PERFORM ParseTrendParm.

       OPEN INPUT RunCatalogFile.
       IF Catalog-File-Status NOT = "00" AND Catalog-File-Status NOT = "05"
           DISPLAY "Unable to open run catalog runcat.txt (status "
               Catalog-File-Status "), no history to report"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       OPEN OUTPUT TrendFile.
       MOVE From-Date TO TT-From.
       MOVE To-Date TO TT-To.
       MOVE Trail-Size TO TT-Trail.
       MOVE Trend-Title TO Trend-Out.
       WRITE Trend-Out.
       MOVE SPACES TO Trend-Out.
       WRITE Trend-Out.
       MOVE Trend-Header TO Trend-Out.
       WRITE Trend-Out.
       INITIALIZE Day-Totals Week-Totals.

       PERFORM UNTIL Catalog-EOF = 'Y'
           READ RunCatalogFile
               AT END MOVE 'Y' TO Catalog-EOF
               NOT AT END
                   ADD 1 TO Total-Catalog-Runs
                   PERFORM TrendOneRun
           END-READ
       END-PERFORM.
       CLOSE RunCatalogFile.

       IF Total-Runs-Reported > 0 THEN
           PERFORM WriteDaySubtotal
           PERFORM WriteWeekSubtotal
       END-IF.
       PERFORM WriteStageSection.
       CLOSE TrendFile.

       PERFORM DisplayTotals.
       IF Total-Runs-Reported = 0 OR Total-Runs-Flagged > 0
           MOVE 4 TO Severity-Work
           PERFORM RaiseSeverity
       END-IF.
       IF Stage-Overflow = 'Y'
           MOVE 8 TO Severity-Work
           PERFORM RaiseSeverity
       END-IF.
       DISPLAY "Highest condition code .. : " Run-Severity.
       MOVE Run-Severity TO RETURN-CODE.
       STOP RUN.

*>   Prints the trend job's control totals at STOP RUN.
DisplayTotals.
       DISPLAY SPACE.
       DISPLAY "=== RUN TREND CONTROL TOTALS ===".
       DISPLAY "Catalogued runs read .....: " Total-Catalog-Runs.
       DISPLAY "Runs reported ............: " Total-Runs-Reported.
       DISPLAY "Runs with no END record ..: " Total-Runs-No-End.
       DISPLAY "Runs with files missing ..: " Total-Runs-Missing.
       DISPLAY "Runs flagged .............: " Total-Runs-Flagged.
       IF Stage-Overflow = 'Y'
           DISPLAY "More than 50 stage files seen - the stage section "
               "covers only the first 50"
       END-IF.

RaiseSeverity.
       IF Severity-Work > Run-Severity
           MOVE Severity-Work TO Run-Severity
       END-IF.

*>   Picks up FROM=, TO= and TRAIL=. As with the battle job's ROUNDS=,
*>   an unusable value keeps the default and says so.
ParseTrendParm.
       IF Parm-Word-Work(1:5) = "FROM=" THEN
           IF Parm-Word-Work(6:8) NUMERIC
               MOVE Parm-Word-Work(6:8) TO From-Date
           ELSE
               DISPLAY "Unusable FROM= parm value '" Parm-Word-Work(6:15)
                   "' - reporting from the start of the catalog"
           END-IF
       END-IF.
       IF Parm-Word-Work(1:3) = "TO=" THEN
           IF Parm-Word-Work(4:8) NUMERIC
               MOVE Parm-Word-Work(4:8) TO To-Date
           ELSE
               DISPLAY "Unusable TO= parm value '" Parm-Word-Work(4:17)
                   "' - reporting to the end of the catalog"
           END-IF
       END-IF.
       IF Parm-Word-Work(1:6) = "TRAIL=" THEN
           EVALUATE TRUE
               WHEN Parm-Word-Work(7:1) NUMERIC
                       AND Parm-Word-Work(8:1) = SPACE
                   MOVE Parm-Word-Work(7:1) TO Trail-Size
               WHEN Parm-Word-Work(7:2) NUMERIC
                       AND Parm-Word-Work(9:1) = SPACE
                   MOVE Parm-Word-Work(7:2) TO Trail-Size
               WHEN OTHER
                   MOVE 0 TO Trail-Size
           END-EVALUATE
           IF Trail-Size = 0 OR Trail-Size > 20
               DISPLAY "Unusable TRAIL= parm value '" Parm-Word-Work(7:14)
                   "' - trailing over the default 5 runs"
               MOVE 5 TO Trail-Size
           END-IF
       END-IF.

*>   Gathers one catalogued run's figures. Every run, in range or not,
*>   goes into the trailing window; only runs in range are printed,
*>   subtotalled and counted into the stage section.
TrendOneRun.
       MOVE Cat-Run-Id(1:8) TO Run-Date.
       PERFORM GatherRunFigures.
       IF Run-Date >= From-Date AND Run-Date <= To-Date THEN
           PERFORM ReportOneRun
       END-IF.
       IF Run-Files-Found = 'Y' THEN
           PERFORM PushTrailEntry
       END-IF.

*>   Reads the run's report for its RUN/END brackets, encounters,
*>   draws and faints, and its reject file for the rejects and the
*>   per-stage control records. A run whose files are gone (purged,
*>   or an abend before they were written) is still listed.
GatherRunFigures.
       MOVE 'N' TO Run-Has-End.
       MOVE 'N' TO Run-Files-Found.
       MOVE SPACES TO Run-Flags Run-Start-Date Run-Start-Time
           Run-End-Date Run-End-Time.
       MOVE 0 TO Run-Elapsed Run-Encounters Run-Rejects Run-Draws
           Run-Faints Run-Records-Read Run-Reject-Rate.
       MOVE 'N' TO Party-Section.
       PERFORM StartPartyBlock.
       MOVE Cat-Report-File TO Report-File-Name.
       MOVE Cat-Reject-File TO Reject-File-Name.

       OPEN INPUT ReportFile.
       IF Report-File-Status = "00" THEN
           MOVE 'Y' TO Run-Files-Found
           MOVE 'N' TO Report-EOF
           PERFORM UNTIL Report-EOF = 'Y'
               READ ReportFile
                   AT END MOVE 'Y' TO Report-EOF
                   NOT AT END PERFORM TallyReportLine
               END-READ
           END-PERFORM
           CLOSE ReportFile
       END-IF.

       OPEN INPUT RejectFile.
       IF Reject-File-Status = "00" THEN
           MOVE 'N' TO Reject-EOF
           PERFORM UNTIL Reject-EOF = 'Y'
               READ RejectFile
                   AT END MOVE 'Y' TO Reject-EOF
                   NOT AT END PERFORM TallyRejectLine
               END-READ
           END-PERFORM
           CLOSE RejectFile
       ELSE
           MOVE 'N' TO Run-Files-Found
       END-IF.

       IF Run-Has-End = 'Y' THEN
           PERFORM ComputeElapsed
       END-IF.
*>   A run that fought no stage file (arena, or before the stage
*>   control records were written) has no enemy records read to rate
*>   against; its rejects are rated against everything it handled.
       IF Run-Records-Read = 0 THEN
           COMPUTE Run-Records-Read = Run-Encounters + Run-Rejects
       END-IF.
       IF Run-Records-Read > 0 THEN
           COMPUTE Run-Reject-Rate ROUNDED =
               Run-Rejects * 100 / Run-Records-Read
       END-IF.

*>   One report line: the RUN record gives the start and the mode
*>   flags, the END record the end; every encounter row counts, with
*>   DRAW and LOSS (the player fainting) counted again on their own.
*>   In a party section the encounter, a draw and a member fainting
*>   are each counted once per enemy block, not once per member row.
TallyReportLine.
       EVALUATE TRUE
           WHEN Report-In(1:4) = "RUN "
               MOVE Report-In(20:8) TO Run-Start-Date
               MOVE Report-In(29:8) TO Run-Start-Time
               MOVE Report-In(38:6) TO Run-Flags
           WHEN Report-In(1:4) = "END "
               MOVE Report-In(20:8) TO Run-End-Date
               MOVE Report-In(29:8) TO Run-End-Time
               MOVE 'Y' TO Run-Has-End
           WHEN Report-In(1:12) = "*** PARTY:  "
               MOVE 'Y' TO Party-Section
               PERFORM StartPartyBlock
           WHEN Report-In(1:4) = "*** "
               MOVE 'N' TO Party-Section
           WHEN Report-In = SPACES
               CONTINUE
           WHEN OTHER
               MOVE Report-In TO Report-Parsed
               IF Party-Section = 'Y'
                   PERFORM TallyPartyRow
               ELSE
                   ADD 1 TO Run-Encounters
                   IF RP-Outcome = "DRAW"
                       ADD 1 TO Run-Draws
                   END-IF
                   IF RP-Outcome = "LOSS"
                       ADD 1 TO Run-Faints
                   END-IF
               END-IF
       END-EVALUATE.

TallyPartyRow.
       MOVE 'N' TO Block-Member-Seen.
       PERFORM VARYING Block-Member-Index FROM 1 BY 1
               UNTIL Block-Member-Index > Block-Member-Count
           IF Block-Members((Block-Member-Index - 1) * 10 + 1:10)
                   = RP-Player
               MOVE 'Y' TO Block-Member-Seen
           END-IF
       END-PERFORM.
       IF RP-Enemy NOT = Block-Enemy OR Block-Member-Seen = 'Y'
               OR Block-Member-Count = 0 THEN
           PERFORM StartPartyBlock
           MOVE RP-Enemy TO Block-Enemy
           ADD 1 TO Run-Encounters
       END-IF.
       IF Block-Member-Count < 4 THEN
           ADD 1 TO Block-Member-Count
           MOVE RP-Player TO
               Block-Members((Block-Member-Count - 1) * 10 + 1:10)
       END-IF.
       IF RP-Outcome = "DRAW" AND Block-Draw-Counted = 'N'
           ADD 1 TO Run-Draws
           MOVE 'Y' TO Block-Draw-Counted
       END-IF.
       IF RP-Outcome = "LOSS" AND Block-Faint-Counted = 'N'
           ADD 1 TO Run-Faints
           MOVE 'Y' TO Block-Faint-Counted
       END-IF.

StartPartyBlock.
       MOVE SPACES TO Block-Enemy Block-Members.
       MOVE 0 TO Block-Member-Count.
       MOVE 'N' TO Block-Draw-Counted Block-Faint-Counted.

TallyRejectLine.
       EVALUATE TRUE
           WHEN Reject-In(1:4) = "RUN "
           WHEN Reject-In(1:4) = "END "
           WHEN Reject-In = SPACES
               CONTINUE
           WHEN Reject-In(1:4) = "STG "
               MOVE Reject-In TO Stage-Control-Parsed
               IF SCP-Records-Read NUMERIC
                       AND SCP-Records-Rejected NUMERIC
                   ADD SCP-Records-Read TO Run-Records-Read
               END-IF
           WHEN OTHER
               ADD 1 TO Run-Rejects
       END-EVALUATE.

*>   End minus start, in seconds, carried across midnight (or days)
*>   by the day numbers of the two dates.
ComputeElapsed.
       IF Run-Start-Date NOT NUMERIC OR Run-End-Date NOT NUMERIC
               OR Run-Start-Time NOT NUMERIC
               OR Run-End-Time NOT NUMERIC THEN
           MOVE 'N' TO Run-Has-End
           EXIT PARAGRAPH
       END-IF.
       MOVE Run-Start-Date TO Day-Date.
       PERFORM ComputeDayNumber.
       MOVE Run-Start-Time TO Time-Work.
       COMPUTE Start-Seconds = Day-Number * 86400
           + TW-Hours * 3600 + TW-Minutes * 60 + TW-Seconds.
       MOVE Run-End-Date TO Day-Date.
       PERFORM ComputeDayNumber.
       MOVE Run-End-Time TO Time-Work.
       COMPUTE End-Seconds = Day-Number * 86400
           + TW-Hours * 3600 + TW-Minutes * 60 + TW-Seconds.
       IF End-Seconds < Start-Seconds THEN
           MOVE 'N' TO Run-Has-End
       ELSE
           COMPUTE Run-Elapsed = End-Seconds - Start-Seconds
       END-IF.

*>   Day number of Day-Date (yyyymmdd): the count of days from a
*>   fixed origin, taking the year from March so the leap day falls
*>   at its end. Monday is always one short of a multiple of seven,
*>   which is what the weekly break keys on.
ComputeDayNumber.
       MOVE Day-Date(1:4) TO Day-Year.
       MOVE Day-Date(5:2) TO Day-Month.
       MOVE Day-Date(7:2) TO Day-Day.
       IF Day-Month <= 2 THEN
           SUBTRACT 1 FROM Day-Year
           ADD 12 TO Day-Month
       END-IF.
       COMPUTE Day-Number = 365 * Day-Year + Day-Day.
       DIVIDE Day-Year BY 4 GIVING Day-Work.
       ADD Day-Work TO Day-Number.
       DIVIDE Day-Year BY 100 GIVING Day-Work.
       SUBTRACT Day-Work FROM Day-Number.
       DIVIDE Day-Year BY 400 GIVING Day-Work.
       ADD Day-Work TO Day-Number.
       COMPUTE Day-Work = 153 * (Day-Month - 3) + 2.
       DIVIDE Day-Work BY 5 GIVING Day-Work.
       ADD Day-Work TO Day-Number.

*>   Prints the run, after any day or week break its date brings,
*>   measured against the trailing window as it stood before it.
ReportOneRun.
       MOVE Run-Date TO Day-Date.
       PERFORM ComputeDayNumber.
       COMPUTE Run-Week = (Day-Number + 1) / 7.
       IF Total-Runs-Reported > 0 THEN
           IF Run-Date NOT = Day-Key
               PERFORM WriteDaySubtotal
           END-IF
           IF Run-Week NOT = Week-Key
               PERFORM WriteWeekSubtotal
           END-IF
       END-IF.
       IF Day-Runs = 0 THEN
           MOVE Run-Date TO Day-Key
       END-IF.
       IF Week-Runs = 0 THEN
           MOVE Run-Week TO Week-Key
           MOVE Run-Date TO Week-First-Date
       END-IF.
       ADD 1 TO Total-Runs-Reported.

       MOVE SPACES TO Run-Note.
       MOVE 'N' TO Run-Flagged.
       PERFORM CompareToTrail.
       IF Cat-Status = 'B' AND Run-Note = SPACES
           MOVE "BACKED OUT" TO Run-Note
       END-IF.
       IF Run-Files-Found = 'N' THEN
           MOVE "OUTPUT FILES MISSING" TO Run-Note
           ADD 1 TO Total-Runs-Missing
       ELSE IF Run-Has-End = 'N' THEN
           IF Run-Flagged = 'Y'
               MOVE "NO END RECORD, REJECTS OVER 2X" TO Run-Note
           ELSE
               MOVE "NO END RECORD" TO Run-Note
           END-IF
           ADD 1 TO Total-Runs-No-End
       END-IF.
       IF Run-Flagged = 'Y'
           ADD 1 TO Total-Runs-Flagged
       END-IF.

       MOVE SPACES TO Trend-Detail.
       MOVE Cat-Run-Id TO TD-Run-Id.
       IF Run-Has-End = 'Y' THEN
           MOVE Run-Elapsed TO Fmt-Seconds
           PERFORM FormatElapsed
           MOVE Fmt-Elapsed TO TD-Elapsed
       ELSE
           MOVE "     --:--" TO TD-Elapsed
       END-IF.
       MOVE Cat-Severity TO TD-Severity.
       PERFORM BuildFlagLetters.
       MOVE Run-Flag-Letters TO TD-Flags.
       MOVE Run-Encounters TO TD-Encounters.
       MOVE Run-Rejects TO TD-Rejects.
       MOVE Run-Draws TO TD-Draws.
       MOVE Run-Faints TO TD-Faints.
       MOVE Run-Records-Read TO TD-Read.
       MOVE Run-Reject-Rate TO TD-Rate.
       MOVE Run-Note TO TD-Note.
       MOVE Trend-Detail TO Trend-Out.
       WRITE Trend-Out.

       ADD 1 TO Day-Runs Week-Runs.
       IF Run-Has-End = 'Y'
           ADD Run-Elapsed TO Day-Elapsed Week-Elapsed
       END-IF.
       ADD Run-Encounters TO Day-Encounters Week-Encounters.
       ADD Run-Rejects TO Day-Rejects Week-Rejects.
       ADD Run-Draws TO Day-Draws Week-Draws.
       ADD Run-Faints TO Day-Faints Week-Faints.
       ADD Run-Records-Read TO Day-Read Week-Read.
       PERFORM PostStageFigures.

*>   The six RUN-record mode flags as letters - Batch, Lookup, Roster,
*>   reprocess (X), Arena, Party - a dash where the flag is off.
BuildFlagLetters.
       MOVE "------" TO Run-Flag-Letters.
       PERFORM VARYING Flag-Index FROM 1 BY 1 UNTIL Flag-Index > 6
           IF Run-Flags(Flag-Index:1) = 'Y'
               MOVE Flag-Letters(Flag-Index:1)
                   TO Run-Flag-Letters(Flag-Index:1)
           END-IF
       END-PERFORM.

*>   Measures the run against the trailing window as it stands before
*>   the run joins it.
CompareToTrail.
       MOVE 0 TO Trail-Timed Trail-Elapsed-Sum Trail-Rate-Sum.
       PERFORM VARYING Trail-Index FROM 1 BY 1
               UNTIL Trail-Index > Trail-Count
           ADD Trl-Reject-Rate(Trail-Index) TO Trail-Rate-Sum
           IF Trl-Has-End(Trail-Index) = 'Y'
               ADD 1 TO Trail-Timed
               ADD Trl-Elapsed(Trail-Index) TO Trail-Elapsed-Sum
           END-IF
       END-PERFORM.
       IF Run-Has-End = 'Y' AND Trail-Timed >= 3 THEN
           DIVIDE Trail-Elapsed-Sum BY Trail-Timed
               GIVING Trail-Elapsed-Avg
           IF Run-Elapsed > Trail-Elapsed-Avg * 2
                   AND Run-Elapsed >= Trail-Elapsed-Avg + 60
               MOVE "ELAPSED OVER 2X TRAILING AVG" TO Run-Note
               MOVE 'Y' TO Run-Flagged
           END-IF
       END-IF.
       IF Run-Files-Found = 'Y' AND Trail-Count >= 3 THEN
           DIVIDE Trail-Rate-Sum BY Trail-Count
               GIVING Trail-Rate-Avg ROUNDED
           IF Run-Reject-Rate > Trail-Rate-Avg * 2
                   AND Run-Reject-Rate >= Trail-Rate-Avg + 5
               IF Run-Flagged = 'Y'
                   MOVE "ELAPSED AND REJECTS OVER 2X AVG" TO Run-Note
               ELSE
                   MOVE "REJECT RATE OVER 2X TRAILING" TO Run-Note
               END-IF
               MOVE 'Y' TO Run-Flagged
           END-IF
       END-IF.

*>   Adds the run to the trailing window, dropping the oldest entry
*>   once the window is full.
PushTrailEntry.
       IF Trail-Count >= Trail-Size THEN
           PERFORM VARYING Trail-Index FROM 1 BY 1
                   UNTIL Trail-Index >= Trail-Count
               MOVE Trail-Entry(Trail-Index + 1) TO Trail-Entry(Trail-Index)
           END-PERFORM
       ELSE
           ADD 1 TO Trail-Count
       END-IF.
       MOVE Run-Elapsed TO Trl-Elapsed(Trail-Count).
       MOVE Run-Has-End TO Trl-Has-End(Trail-Count).
       MOVE Run-Reject-Rate TO Trl-Reject-Rate(Trail-Count).

*>   Reads the run's reject file again for its per-stage control
*>   records, now that the run is known to be in range.
PostStageFigures.
       IF Run-Files-Found = 'N' THEN
           EXIT PARAGRAPH
       END-IF.
       OPEN INPUT RejectFile.
       IF Reject-File-Status NOT = "00" THEN
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO Reject-EOF.
       PERFORM UNTIL Reject-EOF = 'Y'
           READ RejectFile
               AT END MOVE 'Y' TO Reject-EOF
               NOT AT END
                   IF Reject-In(1:4) = "STG "
                       MOVE Reject-In TO Stage-Control-Parsed
                       IF SCP-Records-Read NUMERIC
                               AND SCP-Records-Rejected NUMERIC
                           PERFORM PostOneStage
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE RejectFile.

PostOneStage.
       MOVE 0 TO Stage-Found-Index.
       PERFORM VARYING Stage-Index FROM 1 BY 1
               UNTIL Stage-Index > Stage-Count
               OR Stage-Found-Index NOT = 0
           IF Stg-File(Stage-Index) = SCP-Stage-File
               MOVE Stage-Index TO Stage-Found-Index
           END-IF
       END-PERFORM.
       IF Stage-Found-Index = 0 THEN
           IF Stage-Count >= 50 THEN
               MOVE 'Y' TO Stage-Overflow
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Stage-Count
           MOVE SCP-Stage-File TO Stg-File(Stage-Count)
           MOVE 0 TO Stg-Runs(Stage-Count) Stg-Read(Stage-Count)
               Stg-Rejected(Stage-Count)
           MOVE Stage-Count TO Stage-Found-Index
       END-IF.
       ADD 1 TO Stg-Runs(Stage-Found-Index).
       ADD SCP-Records-Read TO Stg-Read(Stage-Found-Index).
       ADD SCP-Records-Rejected TO Stg-Rejected(Stage-Found-Index).

WriteDaySubtotal.
       MOVE SPACES TO Sub-Label.
       STRING "  DAY  " Day-Key DELIMITED BY SIZE INTO Sub-Label.
       MOVE Day-Totals TO Sub-Totals.
       PERFORM WriteSubtotalLine.
       INITIALIZE Day-Totals.

WriteWeekSubtotal.
       MOVE SPACES TO Sub-Label.
       STRING "  WEEK " Week-First-Date DELIMITED BY SIZE INTO Sub-Label.
       MOVE Week-Totals TO Sub-Totals.
       PERFORM WriteSubtotalLine.
       MOVE SPACES TO Trend-Out.
       WRITE Trend-Out.
       INITIALIZE Week-Totals.

WriteSubtotalLine.
       MOVE SPACES TO Trend-Subtotal.
       MOVE Sub-Label TO TS-Label.
       MOVE Sub-Runs TO TS-Runs.
       MOVE Sub-Elapsed TO Fmt-Seconds.
       PERFORM FormatElapsed.
       MOVE Fmt-Elapsed TO TS-Elapsed.
       MOVE Sub-Encounters TO TS-Encounters.
       MOVE Sub-Rejects TO TS-Rejects.
       MOVE Sub-Draws TO TS-Draws.
       MOVE Sub-Faints TO TS-Faints.
       MOVE Sub-Read TO TS-Read.
       MOVE 0 TO Sub-Rate.
       IF Sub-Read > 0
           COMPUTE Sub-Rate ROUNDED = Sub-Rejects * 100 / Sub-Read
       END-IF.
       MOVE Sub-Rate TO TS-Rate.
       MOVE Trend-Subtotal TO Trend-Out.
       WRITE Trend-Out.

*>   The reject rate of every stage file fought in the range, so a
*>   stage file going bad shows up as its own line.
WriteStageSection.
       MOVE SPACES TO Trend-Out.
       WRITE Trend-Out.
       MOVE Stage-Header TO Trend-Out.
       WRITE Trend-Out.
       PERFORM VARYING Stage-Index FROM 1 BY 1
               UNTIL Stage-Index > Stage-Count
           MOVE SPACES TO Stage-Detail
           MOVE Stg-File(Stage-Index) TO SD-File
           MOVE Stg-Runs(Stage-Index) TO SD-Runs
           MOVE Stg-Read(Stage-Index) TO SD-Read
           MOVE Stg-Rejected(Stage-Index) TO SD-Rejected
           MOVE 0 TO Stage-Rate
           IF Stg-Read(Stage-Index) > 0
               COMPUTE Stage-Rate ROUNDED =
                   Stg-Rejected(Stage-Index) * 100 / Stg-Read(Stage-Index)
           END-IF
           MOVE Stage-Rate TO SD-Rate
           MOVE Stage-Detail TO Trend-Out
           WRITE Trend-Out
       END-PERFORM.

*>   Seconds as hours:minutes:seconds.
FormatElapsed.
       DIVIDE Fmt-Seconds BY 3600 GIVING Fmt-Hours REMAINDER Fmt-Rest.
       DIVIDE Fmt-Rest BY 60 GIVING Fmt-Minutes REMAINDER Fmt-Rest.
       MOVE SPACES TO Fmt-Elapsed.
       MOVE Fmt-Hours TO FE-Hours.
       MOVE ":" TO Fmt-Elapsed(5:1).
       MOVE Fmt-Minutes TO FE-Minutes.
       MOVE ":" TO Fmt-Elapsed(8:1).
       MOVE Fmt-Rest TO FE-Seconds.
