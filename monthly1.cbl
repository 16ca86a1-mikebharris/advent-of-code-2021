identification division.
program-id. AOC-2021-MONTHLY-1.
environment division.
input-output section.
    file-control.
        copy RUNCTLSL.

        copy RUNLOCKSL.

        select SummaryFile assign to "archive-summary.txt"
            organization is line sequential
            file status is SummaryFileStatus.

        select PowerHistoryFile assign to PowerHistoryName
            organization is line sequential
            file status is PowerHistoryStatus.

        select MonthlyFile assign to "monthly-report.txt"
            organization is line sequential.

        select LedgerFile assign to "batch-ledger.txt"
            organization is line sequential
            file status is LedgerFileStatus.

data division.
file section.
copy RUNCTLFD.

copy RUNLOCKFD.

fd SummaryFile.
01 SummaryLine               pic x(150).

fd PowerHistoryFile.
01 PowerHistoryRecord        pic x(100). *> yyyy-mm-dd gamma= epsilon= power=

fd MonthlyFile.
01 MonthlyLine               pic x(160).

fd LedgerFile.
01 LedgerLine                copy LEDGERLINE.

working-storage section.
01 RequestedMonth            pic x(6).
01 ReportMonth               pic 9(6).
01 ReportMonthParts redefines ReportMonth.
    02 ReportYear            pic 9(4).
    02 ReportMonthNumber     pic 9(2).
01 PriorMonth                pic 9(6).
01 PriorMonthParts redefines PriorMonth.
    02 PriorYear             pic 9(4).
    02 PriorMonthNumber      pic 9(2).

01 SummaryFileStatus         pic xx.
01 SummaryEndSwitch          pic x value "N".
    88 EndOfSummaryFile      value "Y".
01 PowerHistoryName          pic x(100).
01 PowerHistoryStatus        pic xx.
01 PowerHistoryEndSwitch     pic x value "N".
    88 EndOfPowerHistory     value "Y".
01 ArchiveRunDate            pic 9(8).
01 LastArchiveRunDate        pic 9(8) value zero.

*> the night an entry belongs to is the date its batch run id was
*> assigned; entries from before run ids fall back on their run date
01 EntryNightDate.
    02 EntryNightMonth       pic 9(6).
    02 EntryNightDay         pic 9(2).
01 EntryMonthIndex           pic 9.

*> one slot per night of the two months, holding the latest figures
*> each program filed for it, so a step rerun the same night counts once
01 NightTable.
    02 NightEntry occurs 70 times.
        03 NightDate         pic 9(8).
        03 NightChainSwitch  pic x.
            88 NightChainRan value "Y".
        03 NightCompleteSwitch pic x.
            88 NightChainCompleted value "Y".
        03 NightSonarSwitch  pic x.
            88 NightHasSonar value "Y".
        03 NightSonarIncreases pic 9(12).
        03 NightClearanceSwitch pic x.
            88 NightHasClearance value "Y".
        03 NightGroundings   pic 9(6).
        03 NightBreaches     pic 9(6).
        03 NightAlertSwitch  pic x.
            88 NightHasAlerts value "Y".
        03 NightCritical     pic 9(6).
        03 NightWarning      pic 9(6).
        03 NightInfo         pic 9(6).
01 NumberOfNights            pic 99 value zero.
01 NightIndex                pic 99.
01 MatchedNightIndex         pic 99.

*> one slot per batch run id (or per night, for entries without one)
*> with the nightly chain steps it completed
01 ChainRunTable.
    02 ChainRunEntry occurs 300 times.
        03 ChainRunId        pic x(14).
        03 ChainRunNight     pic 9(8).
        03 ChainStepSeen     pic x occurs 4 times.
01 NumberOfChainRuns         pic 9(3) value zero.
01 ChainRunIndex             pic 9(3).
01 MatchedChainRunIndex      pic 9(3).
01 ChainStepNumber           pic 9.

01 FigureSource              pic 9.
    88 CollectingSonar       value 1.
    88 CollectingClearance   value 2.
    88 CollectingAlerts      value 3.

01 DetailIndex               pic 9.
01 WantedDetailName          pic x(12).
01 WantedDetailValue         pic 9(8).
01 DetailFoundSwitch         pic x.
    88 DetailFound           value "Y".
01 GroundingsFigure          pic 9(8).
01 BreachesFigure            pic 9(8).
01 CriticalFigure            pic 9(8).
01 WarningFigure             pic 9(8).
01 InfoFigure                pic 9(8).
01 FiguresCompleteSwitch     pic x.
    88 FiguresComplete       value "Y".

01 DateField                 pic x(20).
01 GammaField                pic x(20).
01 EpsilonField              pic x(20).
01 PowerField                pic x(30).
01 TagField                  pic x(12).
01 PowerEntryDate            pic 9(8).
01 PowerEntryValue           pic 9(20).

*> power figures of the two months by date; an AMENDED entry replaces
*> the overnight figures of its date, as the trend analysis treats it
01 PowerTable.
    02 PowerEntry occurs 500 times.
        03 PowerDate         pic 9(8).
        03 PowerValue        pic 9(20).
01 NumberOfPowerEntries      pic 9(3) value zero.
01 PowerIndex                pic 9(3).
01 MatchedPowerIndex         pic 9(3).

*> the figures reported: occurrence 1 is the month asked for,
*> occurrence 2 the month before it
01 MonthFigureTable.
    02 MonthFigures occurs 2 times.
        03 MonthNightsRun    pic 9(4).
        03 MonthNightsFailed pic 9(4).
        03 MonthSonarNights  pic 9(4).
        03 MonthSonarMinimum pic 9(12).
        03 MonthSonarMaximum pic 9(12).
        03 MonthSonarTotal   pic 9(15).
        03 MonthSonarAverage pic 9(12).
        03 MonthPowerEntries pic 9(4).
        03 MonthPowerMinimum pic 9(20).
        03 MonthPowerMaximum pic 9(20).
        03 MonthClearanceNights pic 9(4).
        03 MonthGroundings   pic 9(8).
        03 MonthBreaches     pic 9(8).
        03 MonthAlertNights  pic 9(4).
        03 MonthCritical     pic 9(8).
        03 MonthWarning      pic 9(8).
        03 MonthInfo         pic 9(8).
01 MonthIndex                pic 9.

01 FigureLabel               pic x(32).
01 FigureThisMonth           pic 9(20).
01 FigurePriorMonth          pic 9(20).
01 FigureKnownSwitch         pic xx.
    88 FigureKnownThisMonth  value "YY" "YN".
    88 FigureKnownPriorMonth value "YY" "NY".
    88 FigureKnownBoth       value "YY".
01 FigureChange              pic s9(21).
01 FigureDisplay             pic z(19)9.
01 FigureChangeDisplay       pic +(20)9.
01 FigureThisText            pic x(20).
01 FigurePriorText           pic x(20).
01 FigureChangeText          pic x(21).

01 NumberOfEntriesExamined   pic 9(6) value zero.
01 NumberOfArchivesRead      pic 9(3) value zero.
01 NumberOfHistoryLines      pic 9(6) value zero.

01 TodaysDate.
    02 TodaysYear            pic 9(4).
    02 TodaysMonth           pic 9(2).
    02 TodaysDay             pic 9(2).

01 MonthlyDetailLine         pic x(160) value spaces.

01 LedgerFileStatus          pic xx.
01 RunStartTime              pic 9(6).
01 RunEndTime                pic 9(6).
01 LedgerDetailLine          copy LEDGERLINE.
01 LedgerRunDate             pic 9(8).

copy RUNCTLWS.

copy RUNLOCKWS.

copy RUNIDWS.

procedure division.
Begin.
    move function current-date(9:6) to RunStartTime
    perform EstablishBatchRunId
    move "AOC-2021-MONTHLY-1" to RunLockRequester
    perform AcquireRunLock
    perform EstablishReportMonth

    *> run-control.dat is never archived, so it still holds every
    *> ledger entry of a month the text ledger has rolled out
    open input RunControlFile
    if RunCtlFileStatus is not equal to "00"
        display "cannot open run-control.dat (file status "
            RunCtlFileStatus ") - nothing has run yet"
        move 16 to return-code
        perform ReleaseRunLock
        stop run
    end-if

    move 1 to ChainStepNumber
    move "AOC-2021-DAY-1-TEST-1" to RunCtlWantedProgram
    perform CollectChainStepEntries
    move 2 to ChainStepNumber
    move "AOC-2021-DAY-1-TEST-2" to RunCtlWantedProgram
    perform CollectChainStepEntries
    move 3 to ChainStepNumber
    move "AOC-2021-DAY-3-TEST-1" to RunCtlWantedProgram
    perform CollectChainStepEntries
    move 4 to ChainStepNumber
    move "AOC-2021-DIGEST-1" to RunCtlWantedProgram
    perform CollectChainStepEntries

    set CollectingSonar to true
    move "AOC-2021-DAY-1-TEST-1" to RunCtlWantedProgram
    perform CollectNightlyFigures
    set CollectingClearance to true
    move "AOC-2021-CLEARANCE-1" to RunCtlWantedProgram
    perform CollectNightlyFigures
    set CollectingAlerts to true
    move "AOC-2021-ALERT-1" to RunCtlWantedProgram
    perform CollectNightlyFigures

    close RunControlFile

    *> the power history is rolled out of day3-history.txt by the
    *> archive run, so the archive generations are read first
    perform CollectArchivedPowerHistory
    move "day3-history.txt" to PowerHistoryName
    perform LoadPowerHistoryFile

    initialize MonthFigureTable
    perform with test before varying ChainRunIndex from 1 by 1
            until ChainRunIndex is greater than NumberOfChainRuns
        perform MarkChainRunNight
    end-perform
    perform with test before varying NightIndex from 1 by 1
            until NightIndex is greater than NumberOfNights
        perform AddNightToMonthFigures
    end-perform
    perform with test before varying PowerIndex from 1 by 1
            until PowerIndex is greater than NumberOfPowerEntries
        perform AddPowerToMonthFigures
    end-perform
    perform with test before varying MonthIndex from 1 by 1
            until MonthIndex is greater than 2
        if MonthSonarNights(MonthIndex) is greater than zero
            compute MonthSonarAverage(MonthIndex) rounded =
                MonthSonarTotal(MonthIndex) / MonthSonarNights(MonthIndex)
        end-if
    end-perform

    open output MonthlyFile
    perform WriteMonthlyReport
    close MonthlyFile

    display "reported " ReportMonth " against " PriorMonth " from "
        NumberOfEntriesExamined " run-control entries and "
        NumberOfHistoryLines " power history lines ("
        NumberOfArchivesRead " archive generations)"
        " - see monthly-report.txt"

    perform WriteLedgerEntry

    if MonthNightsRun(1) is equal to zero
        display "no nightly run is on record for " ReportMonth
        move 4 to return-code
    else
        move 0 to return-code
    end-if

    perform ReleaseRunLock
    stop run.

EstablishReportMonth.
    *> run at month-end for the month just closed, unless
    *> MONTHLY_REPORT_MONTH names another one
    accept RequestedMonth from environment "MONTHLY_REPORT_MONTH"
    if RequestedMonth is equal to spaces
        move function current-date(1:6) to ReportMonth
        if ReportMonthNumber is equal to 1
            subtract 1 from ReportYear
            move 12 to ReportMonthNumber
        else
            subtract 1 from ReportMonthNumber
        end-if
    else
        if RequestedMonth is not numeric
                or RequestedMonth(5:2) is less than "01"
                or RequestedMonth(5:2) is greater than "12"
            display "MONTHLY_REPORT_MONTH must be a month (yyyymm)"
            move 16 to return-code
            perform ReleaseRunLock
            stop run
        end-if
        move RequestedMonth to ReportMonth
    end-if

    move ReportMonth to PriorMonth
    if PriorMonthNumber is equal to 1
        subtract 1 from PriorYear
        move 12 to PriorMonthNumber
    else
        subtract 1 from PriorMonthNumber
    end-if
    display "reporting month " ReportMonth
        " compared with " PriorMonth.

DetermineEntryNight.
    if RunCtlRunId(1:8) is numeric
        move RunCtlRunId(1:8) to EntryNightDate
    else
        move RunCtlRunDate to EntryNightDate
    end-if
    evaluate EntryNightMonth
        when ReportMonth
            move 1 to EntryMonthIndex
        when PriorMonth
            move 2 to EntryMonthIndex
        when other
            move zero to EntryMonthIndex
    end-evaluate.

CollectChainStepEntries.
    set RunCtlBrowseByProgram to true
    move 30 to RunCtlWantedLength
    perform StartRunControlBrowse
    perform ReadNextRunControl
    perform with test before until EndOfRunCtlBrowse
        add 1 to NumberOfEntriesExamined
        perform DetermineEntryNight
        if EntryMonthIndex is greater than zero
            perform LocateChainRun
            if MatchedChainRunIndex is greater than zero
                move "Y" to ChainStepSeen(MatchedChainRunIndex,
                    ChainStepNumber)
            end-if
        end-if
        perform ReadNextRunControl
    end-perform.

LocateChainRun.
    move zero to MatchedChainRunIndex
    perform with test before varying ChainRunIndex from 1 by 1
            until ChainRunIndex is greater than NumberOfChainRuns
        if ChainRunId(ChainRunIndex) is equal to RunCtlRunId
                and ChainRunNight(ChainRunIndex) is equal to EntryNightDate
            move ChainRunIndex to MatchedChainRunIndex
        end-if
    end-perform
    if MatchedChainRunIndex is equal to zero
        if NumberOfChainRuns is less than 300
            add 1 to NumberOfChainRuns
            move RunCtlRunId to ChainRunId(NumberOfChainRuns)
            move EntryNightDate to ChainRunNight(NumberOfChainRuns)
            move "N" to ChainStepSeen(NumberOfChainRuns, 1)
                        ChainStepSeen(NumberOfChainRuns, 2)
                        ChainStepSeen(NumberOfChainRuns, 3)
                        ChainStepSeen(NumberOfChainRuns, 4)
            move NumberOfChainRuns to MatchedChainRunIndex
        else
            display "more than 300 batch runs in two months - ignoring "
                function trim(RunCtlProgramId) " run " RunCtlRunId
        end-if
    end-if.

CollectNightlyFigures.
    *> entries come oldest first, so the last one filed for a night is
    *> the one left in the night table
    set RunCtlBrowseByProgram to true
    move 30 to RunCtlWantedLength
    perform StartRunControlBrowse
    perform ReadNextRunControl
    perform with test before until EndOfRunCtlBrowse
        add 1 to NumberOfEntriesExamined
        perform DetermineEntryNight
        if EntryMonthIndex is greater than zero
            perform LocateNight
            if MatchedNightIndex is greater than zero
                evaluate true
                    when CollectingSonar
                        perform NoteSonarFigures
                    when CollectingClearance
                        perform NoteClearanceFigures
                    when CollectingAlerts
                        perform NoteAlertFigures
                end-evaluate
            end-if
        end-if
        perform ReadNextRunControl
    end-perform.

NoteSonarFigures.
    move "Y" to NightSonarSwitch(MatchedNightIndex)
    move RunCtlResult to NightSonarIncreases(MatchedNightIndex).

NoteClearanceFigures.
    *> clearance entries from before the figures were filed carry no
    *> groundings= or breaches= and are left out
    move "Y" to FiguresCompleteSwitch
    move "groundings" to WantedDetailName
    perform FindRunControlDetail
    move WantedDetailValue to GroundingsFigure
    move "breaches" to WantedDetailName
    perform FindRunControlDetail
    move WantedDetailValue to BreachesFigure
    if FiguresComplete
        move "Y" to NightClearanceSwitch(MatchedNightIndex)
        move GroundingsFigure to NightGroundings(MatchedNightIndex)
        move BreachesFigure to NightBreaches(MatchedNightIndex)
    end-if.

NoteAlertFigures.
    move "Y" to FiguresCompleteSwitch
    move "critical" to WantedDetailName
    perform FindRunControlDetail
    move WantedDetailValue to CriticalFigure
    move "warning" to WantedDetailName
    perform FindRunControlDetail
    move WantedDetailValue to WarningFigure
    move "info" to WantedDetailName
    perform FindRunControlDetail
    move WantedDetailValue to InfoFigure
    if FiguresComplete
        move "Y" to NightAlertSwitch(MatchedNightIndex)
        move CriticalFigure to NightCritical(MatchedNightIndex)
        move WarningFigure to NightWarning(MatchedNightIndex)
        move InfoFigure to NightInfo(MatchedNightIndex)
    end-if.

FindRunControlDetail.
    *> a figure missing from the entry clears FiguresComplete
    move "N" to DetailFoundSwitch
    move zero to WantedDetailValue
    perform varying DetailIndex from 1 by 1
            until DetailIndex is greater than RunCtlDetailCount
        if RunCtlDetailName(DetailIndex) is equal to WantedDetailName
                and function trim(RunCtlDetailValue(DetailIndex))
                    is numeric
            move function numval(RunCtlDetailValue(DetailIndex))
                to WantedDetailValue
            set DetailFound to true
        end-if
    end-perform
    if not DetailFound
        move "N" to FiguresCompleteSwitch
    end-if.

LocateNight.
    move zero to MatchedNightIndex
    perform with test before varying NightIndex from 1 by 1
            until NightIndex is greater than NumberOfNights
        if NightDate(NightIndex) is equal to EntryNightDate
            move NightIndex to MatchedNightIndex
        end-if
    end-perform
    if MatchedNightIndex is equal to zero
        if NumberOfNights is less than 70
            add 1 to NumberOfNights
            initialize NightEntry(NumberOfNights)
            move EntryNightDate to NightDate(NumberOfNights)
            move NumberOfNights to MatchedNightIndex
        else
            display "more than 70 nights in two months - ignoring "
                function trim(RunCtlProgramId) " night " EntryNightDate
        end-if
    end-if.

MarkChainRunNight.
    move ChainRunNight(ChainRunIndex) to EntryNightDate
    perform LocateNight
    if MatchedNightIndex is greater than zero
        move "Y" to NightChainSwitch(MatchedNightIndex)
        *> a night fails only when no run of it got through every step
        if ChainStepSeen(ChainRunIndex, 1) is equal to "Y"
                and ChainStepSeen(ChainRunIndex, 2) is equal to "Y"
                and ChainStepSeen(ChainRunIndex, 3) is equal to "Y"
                and ChainStepSeen(ChainRunIndex, 4) is equal to "Y"
            move "Y" to NightCompleteSwitch(MatchedNightIndex)
        end-if
    end-if.

AddNightToMonthFigures.
    move NightDate(NightIndex) to EntryNightDate
    if EntryNightMonth is equal to ReportMonth
        move 1 to MonthIndex
    else
        move 2 to MonthIndex
    end-if

    if NightChainRan(NightIndex)
        add 1 to MonthNightsRun(MonthIndex)
        if not NightChainCompleted(NightIndex)
            add 1 to MonthNightsFailed(MonthIndex)
        end-if
    end-if

    if NightHasSonar(NightIndex)
        if MonthSonarNights(MonthIndex) is equal to zero
                or NightSonarIncreases(NightIndex)
                    is less than MonthSonarMinimum(MonthIndex)
            move NightSonarIncreases(NightIndex)
                to MonthSonarMinimum(MonthIndex)
        end-if
        if NightSonarIncreases(NightIndex)
                is greater than MonthSonarMaximum(MonthIndex)
            move NightSonarIncreases(NightIndex)
                to MonthSonarMaximum(MonthIndex)
        end-if
        add 1 to MonthSonarNights(MonthIndex)
        add NightSonarIncreases(NightIndex) to MonthSonarTotal(MonthIndex)
    end-if

    if NightHasClearance(NightIndex)
        add 1 to MonthClearanceNights(MonthIndex)
        add NightGroundings(NightIndex) to MonthGroundings(MonthIndex)
        add NightBreaches(NightIndex) to MonthBreaches(MonthIndex)
    end-if

    if NightHasAlerts(NightIndex)
        add 1 to MonthAlertNights(MonthIndex)
        add NightCritical(NightIndex) to MonthCritical(MonthIndex)
        add NightWarning(NightIndex) to MonthWarning(MonthIndex)
        add NightInfo(NightIndex) to MonthInfo(MonthIndex)
    end-if.

CollectArchivedPowerHistory.
    *> every archive run is listed in archive-summary.txt and names its
    *> generation by the day it ran; a generation from before the prior
    *> month can only hold older entries
    move "N" to SummaryEndSwitch
    open input SummaryFile
    if SummaryFileStatus is not equal to "00"
        display "no archive-summary.txt (file status " SummaryFileStatus
            ") - no power history has been archived"
    else
        read SummaryFile
            at end set EndOfSummaryFile to true
        end-read
        perform with test before until EndOfSummaryFile
            if SummaryLine(1:12) is equal to "Archive run "
                    and SummaryLine(13:8) is numeric
                move SummaryLine(13:8) to ArchiveRunDate
                *> reruns on one day extend the same generation
                if ArchiveRunDate(1:6) is not less than PriorMonth
                        and ArchiveRunDate is not equal to LastArchiveRunDate
                    move ArchiveRunDate to LastArchiveRunDate
                    move spaces to PowerHistoryName
                    string "day3-history-archive-" ArchiveRunDate ".txt"
                        delimited by size into PowerHistoryName
                    add 1 to NumberOfArchivesRead
                    perform LoadPowerHistoryFile
                end-if
            end-if
            read SummaryFile
                at end set EndOfSummaryFile to true
            end-read
        end-perform
        close SummaryFile
    end-if.

LoadPowerHistoryFile.
    move "N" to PowerHistoryEndSwitch
    open input PowerHistoryFile
    if PowerHistoryStatus is not equal to "00"
        display "skipping " function trim(PowerHistoryName)
            " (file status " PowerHistoryStatus ")"
    else
        read PowerHistoryFile
            at end set EndOfPowerHistory to true
        end-read
        perform with test before until EndOfPowerHistory
            add 1 to NumberOfHistoryLines
            perform LoadPowerEntry
            read PowerHistoryFile
                at end set EndOfPowerHistory to true
            end-read
        end-perform
        close PowerHistoryFile
    end-if.

LoadPowerEntry.
    move spaces to DateField GammaField EpsilonField PowerField
                   TagField
    unstring PowerHistoryRecord delimited by all space
        into DateField GammaField EpsilonField PowerField TagField

    if DateField(5:1) is equal to "-" and DateField(8:1) is equal to "-"
            and DateField(1:4) is numeric and DateField(6:2) is numeric
            and DateField(9:2) is numeric
            and PowerField(1:6) is equal to "power="
            and function trim(PowerField(7:)) is numeric
        move spaces to EntryNightDate
        string DateField(1:4) DateField(6:2) DateField(9:2)
            delimited by size into EntryNightDate
        if EntryNightMonth is equal to ReportMonth
                or EntryNightMonth is equal to PriorMonth
            move EntryNightDate to PowerEntryDate
            move function numval(PowerField(7:)) to PowerEntryValue
            perform StorePowerEntry
        end-if
    end-if.

StorePowerEntry.
    move zero to MatchedPowerIndex
    if TagField is equal to "AMENDED"
        perform with test before varying PowerIndex from 1 by 1
                until PowerIndex is greater than NumberOfPowerEntries
            if PowerDate(PowerIndex) is equal to PowerEntryDate
                move PowerIndex to MatchedPowerIndex
            end-if
        end-perform
    end-if
    if MatchedPowerIndex is equal to zero
        if NumberOfPowerEntries is less than 500
            add 1 to NumberOfPowerEntries
            move NumberOfPowerEntries to MatchedPowerIndex
        else
            display "more than 500 power history entries in two months"
                " - ignoring the entry for " PowerEntryDate
        end-if
    end-if
    if MatchedPowerIndex is greater than zero
        move PowerEntryDate to PowerDate(MatchedPowerIndex)
        move PowerEntryValue to PowerValue(MatchedPowerIndex)
    end-if.

AddPowerToMonthFigures.
    move PowerDate(PowerIndex) to EntryNightDate
    if EntryNightMonth is equal to ReportMonth
        move 1 to MonthIndex
    else
        move 2 to MonthIndex
    end-if
    if MonthPowerEntries(MonthIndex) is equal to zero
            or PowerValue(PowerIndex)
                is less than MonthPowerMinimum(MonthIndex)
        move PowerValue(PowerIndex) to MonthPowerMinimum(MonthIndex)
    end-if
    if PowerValue(PowerIndex) is greater than MonthPowerMaximum(MonthIndex)
        move PowerValue(PowerIndex) to MonthPowerMaximum(MonthIndex)
    end-if
    add 1 to MonthPowerEntries(MonthIndex).

WriteMonthlyReport.
    move function current-date(1:8) to TodaysDate

    move spaces to MonthlyDetailLine
    string "Monthly operations report for "
            ReportYear "-" ReportMonthNumber
            " compared with " PriorYear "-" PriorMonthNumber
            ", run on " TodaysYear "-" TodaysMonth "-" TodaysDay
        delimited by size into MonthlyDetailLine
    write MonthlyLine from MonthlyDetailLine

    move spaces to MonthlyDetailLine
    write MonthlyLine from MonthlyDetailLine

    move spaces to MonthlyDetailLine
    string ReportYear "-" ReportMonthNumber
        delimited by size into MonthlyDetailLine(50:7)
    string PriorYear "-" PriorMonthNumber
        delimited by size into MonthlyDetailLine(74:7)
    move "change" to MonthlyDetailLine(99:6)
    write MonthlyLine from MonthlyDetailLine

    move "Nightly batch chain (run-control.dat)" to MonthlyDetailLine
    perform WriteSectionHeading
    move "nights run" to FigureLabel
    move MonthNightsRun(1) to FigureThisMonth
    move MonthNightsRun(2) to FigurePriorMonth
    move "YY" to FigureKnownSwitch
    perform WriteFigureRow
    move "nights failed" to FigureLabel
    move MonthNightsFailed(1) to FigureThisMonth
    move MonthNightsFailed(2) to FigurePriorMonth
    perform WriteFigureRow

    move "Sonar sweep increases per night (AOC-2021-DAY-1-TEST-1)"
        to MonthlyDetailLine
    perform WriteSectionHeading
    move "nights reported" to FigureLabel
    move MonthSonarNights(1) to FigureThisMonth
    move MonthSonarNights(2) to FigurePriorMonth
    move "YY" to FigureKnownSwitch
    perform WriteFigureRow
    perform NoteSonarFiguresKnown
    move "minimum increases" to FigureLabel
    move MonthSonarMinimum(1) to FigureThisMonth
    move MonthSonarMinimum(2) to FigurePriorMonth
    perform WriteFigureRow
    move "maximum increases" to FigureLabel
    move MonthSonarMaximum(1) to FigureThisMonth
    move MonthSonarMaximum(2) to FigurePriorMonth
    perform WriteFigureRow
    move "average increases" to FigureLabel
    move MonthSonarAverage(1) to FigureThisMonth
    move MonthSonarAverage(2) to FigurePriorMonth
    perform WriteFigureRow

    move "Power consumption (day3-history.txt and its archives)"
        to MonthlyDetailLine
    perform WriteSectionHeading
    move "history entries" to FigureLabel
    move MonthPowerEntries(1) to FigureThisMonth
    move MonthPowerEntries(2) to FigurePriorMonth
    move "YY" to FigureKnownSwitch
    perform WriteFigureRow
    perform NotePowerFiguresKnown
    move "lowest power" to FigureLabel
    move MonthPowerMinimum(1) to FigureThisMonth
    move MonthPowerMinimum(2) to FigurePriorMonth
    perform WriteFigureRow
    move "highest power" to FigureLabel
    move MonthPowerMaximum(1) to FigureThisMonth
    move MonthPowerMaximum(2) to FigurePriorMonth
    perform WriteFigureRow

    move "Clearance checks (AOC-2021-CLEARANCE-1)" to MonthlyDetailLine
    perform WriteSectionHeading
    move "nights checked" to FigureLabel
    move MonthClearanceNights(1) to FigureThisMonth
    move MonthClearanceNights(2) to FigurePriorMonth
    move "YY" to FigureKnownSwitch
    perform WriteFigureRow
    move "groundings" to FigureLabel
    move MonthGroundings(1) to FigureThisMonth
    move MonthGroundings(2) to FigurePriorMonth
    perform WriteFigureRow
    move "safety margin breaches" to FigureLabel
    move MonthBreaches(1) to FigureThisMonth
    move MonthBreaches(2) to FigurePriorMonth
    perform WriteFigureRow

    move "Operations alerts by severity (operations-alerts.txt)"
        to MonthlyDetailLine
    perform WriteSectionHeading
    move "nights consolidated" to FigureLabel
    move MonthAlertNights(1) to FigureThisMonth
    move MonthAlertNights(2) to FigurePriorMonth
    move "YY" to FigureKnownSwitch
    perform WriteFigureRow
    move "critical (sev 12)" to FigureLabel
    move MonthCritical(1) to FigureThisMonth
    move MonthCritical(2) to FigurePriorMonth
    perform WriteFigureRow
    move "warning (sev 08)" to FigureLabel
    move MonthWarning(1) to FigureThisMonth
    move MonthWarning(2) to FigurePriorMonth
    perform WriteFigureRow
    move "info (sev 04)" to FigureLabel
    move MonthInfo(1) to FigureThisMonth
    move MonthInfo(2) to FigurePriorMonth
    perform WriteFigureRow

    move spaces to MonthlyDetailLine
    write MonthlyLine from MonthlyDetailLine

    move spaces to MonthlyDetailLine
    string "Run-control entries examined: " NumberOfEntriesExamined
            "   Power history lines read: " NumberOfHistoryLines
            "   Archive generations read: " NumberOfArchivesRead
        delimited by size into MonthlyDetailLine
    write MonthlyLine from MonthlyDetailLine.

NoteSonarFiguresKnown.
    *> a minimum or average of no nights at all is shown as n/a, not 0
    move "NN" to FigureKnownSwitch
    if MonthSonarNights(1) is greater than zero
        move "Y" to FigureKnownSwitch(1:1)
    end-if
    if MonthSonarNights(2) is greater than zero
        move "Y" to FigureKnownSwitch(2:1)
    end-if.

NotePowerFiguresKnown.
    move "NN" to FigureKnownSwitch
    if MonthPowerEntries(1) is greater than zero
        move "Y" to FigureKnownSwitch(1:1)
    end-if
    if MonthPowerEntries(2) is greater than zero
        move "Y" to FigureKnownSwitch(2:1)
    end-if.

WriteSectionHeading.
    *> the heading text is already in MonthlyDetailLine
    move spaces to MonthlyLine
    write MonthlyLine
    write MonthlyLine from MonthlyDetailLine.

WriteFigureRow.
    *> figures are right-aligned in fixed columns, n/a where a month
    *> has nothing to take a minimum or average of
    move "                 n/a" to FigureThisText FigurePriorText
    move spaces to FigureChangeText
    if FigureKnownThisMonth
        move FigureThisMonth to FigureDisplay
        move FigureDisplay to FigureThisText
    end-if
    if FigureKnownPriorMonth
        move FigurePriorMonth to FigureDisplay
        move FigureDisplay to FigurePriorText
    end-if
    if FigureKnownBoth
        compute FigureChange = FigureThisMonth - FigurePriorMonth
        move FigureChange to FigureChangeDisplay
        move FigureChangeDisplay to FigureChangeText
    end-if

    move spaces to MonthlyDetailLine
    move FigureLabel to MonthlyDetailLine(3:32)
    move FigureThisText to MonthlyDetailLine(37:20)
    move FigurePriorText to MonthlyDetailLine(61:20)
    move FigureChangeText to MonthlyDetailLine(84:21)
    write MonthlyLine from MonthlyDetailLine.

WriteLedgerEntry.
    move function current-date(9:6) to RunEndTime
    move function current-date(1:8) to LedgerRunDate

    open extend LedgerFile
    if LedgerFileStatus is equal to "35"
        open output LedgerFile
    end-if

    move spaces to LedgerDetailLine
    string "AOC-2021-MONTHLY-1" " "
            "monthly-report.txt" " "
            "start=" RunStartTime " "
            "end=" RunEndTime " "
            "records=" NumberOfEntriesExamined " "
            "result=" MonthNightsRun(1) " "
            "date=" LedgerRunDate " "
            "run=" BatchRunId " "
            "month=" ReportMonth " "
            "archives=" NumberOfArchivesRead
        delimited by size into LedgerDetailLine
    write LedgerLine from LedgerDetailLine
    perform RecordRunControl

    close LedgerFile.

copy RUNCTL.

copy RUNCTLRD.

copy RUNLOCK.

copy RUNID.
end program AOC-2021-MONTHLY-1.
