environment division.
input-output section.
    file-control.
        copy RUNCTLSL.

        select HistoryFile assign to "day3-history.txt"
            organization is line sequential

data division.
file section.
copy RUNCTLFD.

fd HistoryFile.
01 filler.
    02 DigestRecord         pic x(150).

working-storage section.
01 HistoryFileStatus         pic xx.
01 DigestFileStatus          pic xx.

01 OperatorDoneFlag          pic x value "N".
    88 OperatorDone          value "Y".

copy RUNCTLWS.

01 EntryEndStamp             pic 9(14).
01 LatestEndStamp            pic 9(14).
01 DetailIndex               pic 9.
01 DetailDisplayLine         pic x(160).
01 DetailDisplayWork         pic x(160).

01 MatchFoundFlag            pic x value "N".
    88 LedgerMatchFound      value "Y".

*> the most recent history values are buffered in a small ring so the
*> operator sees how tonight's figures sit against the nights before

ShowLatestLedgerEntry.
    move "N" to MatchFoundFlag
    move zero to LatestEndStamp

    open input RunControlFile
    if RunCtlFileStatus is not equal to "00"
        display "  ledger: run-control.dat cannot be opened (file status "
            RunCtlFileStatus ")"
    else
        *> every program whose id starts with what was entered, each
        *> walked oldest first; the newest matching entry is shown
        set RunCtlBrowseByProgram to true
        move ProgramIdInput to RunCtlWantedProgram
        move ProgramIdLength to RunCtlWantedLength
        perform StartRunControlBrowse
        perform ReadNextRunControl
        perform with test before until EndOfRunCtlBrowse
            perform ExamineLedgerEntry
            perform ReadNextRunControl
        end-perform
        close RunControlFile

        if LedgerMatchFound
            move RunCtlSavedRecord to RunControlRecord
            perform DisplayRunControlEntry
        else
            display "  ledger: no entry recorded for "
                function trim(ProgramIdInput)
    end-if.

ExamineLedgerEntry.
    if RunDateInput is equal to spaces
            or RunCtlRunDate is equal to RunDateInput
        compute EntryEndStamp = RunCtlEndDate * 1000000 + RunCtlEndTime
        if not LedgerMatchFound
                or EntryEndStamp is not less than LatestEndStamp
            set LedgerMatchFound to true
            move EntryEndStamp to LatestEndStamp
            move RunControlRecord to RunCtlSavedRecord
        end-if
    end-if.

DisplayRunControlEntry.
    display "  ledger: " function trim(RunCtlProgramId) " "
        function trim(RunCtlFileName)
        " run=" RunCtlRunId
        " date=" RunCtlRunDate
        " start=" RunCtlStartTime
        " end=" RunCtlEndTime
    display "          records=" RunCtlRecordCount
        " result=" function trim(RunCtlResultText)
    move spaces to DetailDisplayLine
    perform varying DetailIndex from 1 by 1
            until DetailIndex is greater than RunCtlDetailCount
        move spaces to DetailDisplayWork
        string function trim(DetailDisplayLine) " "
                function trim(RunCtlDetailName(DetailIndex)) "="
                function trim(RunCtlDetailValue(DetailIndex))
            delimited by size into DetailDisplayWork
        move DetailDisplayWork to DetailDisplayLine
    end-perform
    if DetailDisplayLine is not equal to spaces
        display "          " function trim(DetailDisplayLine)
    end-if
    if RunCtlHasBalanceCounts
        display "          in=" RunCtlInputCount
            " acc=" RunCtlAcceptedCount
            " rej=" RunCtlRejectedCount
            " dual=" RunCtlDualCount
    end-if
    if RunCtlParameters is not equal to spaces
        display "          parms=" function trim(RunCtlParameters)
    end-if.

ShowRecentHistory.
        end-if
        close DigestFile
    end-if.

copy RUNCTLRD.
end program AOC-2021-OPER-INQ-1.
