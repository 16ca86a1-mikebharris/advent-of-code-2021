environment division.
input-output section.
    file-control.
        copy RUNCTLSL.

        select StatsFile assign to "batch-stats.txt"
            organization is line sequential.

data division.
file section.
copy RUNCTLFD.

fd StatsFile.
01 StatsLine                 pic x(160).
copy RUNPARMFD.

working-storage section.
copy RUNCTLWS.

01 SlaSeconds                pic 9(6) value zero.

Begin.
    perform EstablishSlaWindow

    open input RunControlFile
    if RunCtlFileStatus is not equal to "00"
        display "cannot open run-control.dat (file status "
            RunCtlFileStatus ") - nothing has run yet"
        move 16 to return-code
        stop run
    end-if
    open output StatsFile
    perform WriteStatsReportHeading

    *> walked on the program key, so each program's runs come together
    *> and oldest first, ready to trend against the run before
    set RunCtlBrowseByProgram to true
    move zero to RunCtlWantedLength
    perform StartRunControlBrowse
    perform ReadNextRunControl
    perform with test before until EndOfRunCtlBrowse
        perform AnalyseLedgerEntry
        perform ReadNextRunControl
    end-perform

    close RunControlFile

    perform WriteStatsReportSummary
    close StatsFile
    display "flagging runs longer than " SlaSeconds " seconds".

AnalyseLedgerEntry.
    if RunCtlStartTime is equal to zero and RunCtlEndTime is equal to zero
        display "skipping entry without run times: "
            function trim(RunCtlProgramId) " "
            function trim(RunCtlFileName)
    else
        add 1 to NumberOfRuns

        move RunCtlStartTime to StartTimeOfDay
        move RunCtlEndTime to EndTimeOfDay
        move RunCtlRecordCount to RecordsThisRun

        move StartTimeOfDay to TimeOfDayToConvert
        perform ConvertTimeOfDayToSeconds
        end-if

        move spaces to StatsDetailLine
        string RunCtlProgramId delimited by space
                " " delimited by size
                RunCtlFileName delimited by space
                " elapsed=" ElapsedSeconds
                " records=" RecordsThisRun
                " rec/sec=" ThroughputPerSecond
    move zero to MatchedProgramIndex
    perform with test before varying ProgramIndex from 1 by 1
            until ProgramIndex is greater than NumberOfProgramsSeen
        if HistoryProgramId(ProgramIndex) is equal to RunCtlProgramId
            move ProgramIndex to MatchedProgramIndex
        end-if
    end-perform
        move "FIRST-RUN" to TrendDescription
        if NumberOfProgramsSeen is less than 50
            add 1 to NumberOfProgramsSeen
            move RunCtlProgramId
                to HistoryProgramId(NumberOfProgramsSeen)
            move ElapsedSeconds
                to HistoryElapsed(NumberOfProgramsSeen)
    write StatsLine from StatsDetailLine.

copy RUNPARM.

copy RUNCTLRD.
end program AOC-2021-LEDGER-STATS-1.
