environment division.
input-output section.
    file-control.
        copy RUNCTLSL.

        select VerifyFile assign to "run-verify.txt"
            organization is line sequential.

data division.
file section.
copy RUNCTLFD.

fd VerifyFile.
01 VerifyLine                pic x(160).

working-storage section.
copy RUNCTLWS.

01 EntryRunId                pic x(14).

*> one slot per distinct run id, with a count per nightly chain step
*> so a rerun stitched onto the wrong results can no longer hide:

procedure division.
Begin.
    open input RunControlFile
    if RunCtlFileStatus is not equal to "00"
        display "cannot open run-control.dat (file status "
            RunCtlFileStatus ") - nothing has run yet"
        move 16 to return-code
        stop run
    end-if

    *> only the nightly chain steps are looked up; a program outside
    *> the chain is stamped with a run id but opens no run of its own
    set RunCtlBrowseByProgram to true
    move 30 to RunCtlWantedLength
    move "AOC-2021-DAY-1-TEST-1" to RunCtlWantedProgram
    perform CollectChainStepEntries
    move "AOC-2021-DAY-1-TEST-2" to RunCtlWantedProgram
    perform CollectChainStepEntries
    move "AOC-2021-DAY-3-TEST-1" to RunCtlWantedProgram
    perform CollectChainStepEntries
    move "AOC-2021-DIGEST-1" to RunCtlWantedProgram
    perform CollectChainStepEntries

    close RunControlFile

    open output VerifyFile
    perform WriteVerifyReportHeading
    close VerifyFile

    display "verified " NumberOfRunIds " run ids over "
        NumberOfLedgerEntries " chain step entries: "
        NumberOfCompleteRuns " complete, "
        NumberOfIncompleteRuns " incomplete, "
        NumberOfDuplicatedRuns " with duplicated steps ("

    stop run.

CollectChainStepEntries.
    perform StartRunControlBrowse
    perform ReadNextRunControl
    perform with test before until EndOfRunCtlBrowse
        add 1 to NumberOfLedgerEntries
        perform ExamineRunControlEntry
        perform ReadNextRunControl
    end-perform.

ExamineRunControlEntry.
    if RunCtlRunId is equal to spaces
        add 1 to NumberOfLegacyEntries
    else
        move RunCtlRunId to EntryRunId
        perform LocateRunEntry
        if MatchedRunIndex is greater than zero
            evaluate RunCtlProgramId
                when "AOC-2021-DAY-1-TEST-1"
                    add 1 to Day1Test1Count(MatchedRunIndex)
                when "AOC-2021-DAY-1-TEST-2"
                    add 1 to Day1Test2Count(MatchedRunIndex)
                when "AOC-2021-DAY-3-TEST-1"
                    add 1 to Day3Test1Count(MatchedRunIndex)
                when "AOC-2021-DIGEST-1"
                    add 1 to DigestCount(MatchedRunIndex)
            end-evaluate
        end-if
    end-if.

LocateRunEntry.
    move zero to MatchedRunIndex
            "   Entries without run id: " NumberOfLegacyEntries
        delimited by size into VerifyDetailLine
    write VerifyLine from VerifyDetailLine.

copy RUNCTLRD.
end program AOC-2021-RUN-VERIFY-1.
