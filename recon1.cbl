environment division.
input-output section.
    file-control.
        copy RUNCTLSL.

        select ReconFile assign to "day1-recon.txt"
            organization is line sequential.

data division.
file section.
copy RUNCTLFD.

fd ReconFile.
01 ReconLine                 pic x(160).

working-storage section.
copy RUNCTLWS.

01 InputFileNameField        pic x(100).
01 EntryResult               pic 9(6).
01 EntryWindowSize           pic 99.
01 DetailIndex               pic 9.
01 WindowFieldFound          pic x.
    88 HaveWindowField       value "Y".


procedure division.
Begin.
    open input RunControlFile
    if RunCtlFileStatus is not equal to "00"
        display "cannot open run-control.dat (file status "
            RunCtlFileStatus ") - nothing has run yet"
        move 16 to return-code
        stop run
    end-if

    *> each scan's entries come oldest first, so the latest count per
    *> input file is the one left standing
    set RunCtlBrowseByProgram to true
    move 30 to RunCtlWantedLength
    move "AOC-2021-DAY-1-TEST-1" to RunCtlWantedProgram
    perform CollectScanEntries
    move "AOC-2021-DAY-1-TEST-2" to RunCtlWantedProgram
    perform CollectScanEntries

    close RunControlFile

    open output ReconFile
    perform WriteReconReportHeading

    stop run.

CollectScanEntries.
    perform StartRunControlBrowse
    perform ReadNextRunControl
    perform with test before until EndOfRunCtlBrowse
        perform CollectRunControlEntry
        perform ReadNextRunControl
    end-perform.

CollectRunControlEntry.
    move RunCtlFileName to InputFileNameField
    move RunCtlResult to EntryResult
    evaluate true
        when RunCtlProgramId is equal to "AOC-2021-DAY-1-TEST-1"
            perform LocatePairForInputFile
            if MatchedPairIndex is greater than zero
                set SingleRunFound(MatchedPairIndex) to true
                move EntryResult to PairSingleCount(MatchedPairIndex)
            end-if
        when RunCtlProgramId is equal to "AOC-2021-DAY-1-TEST-2"
            perform ExtractWindowSize
            if HaveWindowField and EntryWindowSize is equal to 1
                perform LocatePairForInputFile
                if MatchedPairIndex is greater than zero
                    set WindowRunFound(MatchedPairIndex) to true
                    move EntryResult to PairWindowCount(MatchedPairIndex)
                end-if
            end-if
    end-evaluate.

ExtractWindowSize.
    *> older sliding-scan entries carry no window figure and cannot be
    *> paired, since the window size they ran with is unknown
    move "N" to WindowFieldFound
    move zero to EntryWindowSize
    perform varying DetailIndex from 1 by 1
            until DetailIndex is greater than RunCtlDetailCount
        if RunCtlDetailName(DetailIndex) is equal to "window"
                and function trim(RunCtlDetailValue(DetailIndex))
                    is numeric
            move function numval(RunCtlDetailValue(DetailIndex))
                to EntryWindowSize
            set HaveWindowField to true
        end-if
    end-perform.

LocatePairForInputFile.
    move zero to MatchedPairIndex
            "   Unpaired: " NumberOfUnpaired
        delimited by size into ReconDetailLine
    write ReconLine from ReconDetailLine.

copy RUNCTLRD.
end program AOC-2021-RECON-1.
