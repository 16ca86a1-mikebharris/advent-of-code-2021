identification division.
program-id. AOC-2021-DAY-7-TEST-1.
environment division.
input-output section.
    file-control.
        select InputFile assign to InputFileName
            organization is line sequential
            file status is InputFileStatus.

        select FuelReportFile assign to "day7-fuel.txt"
            organization is line sequential.

        select RejectFile assign to "day7-rejects.txt"
            organization is line sequential.

        select LedgerFile assign to "batch-ledger.txt"
            organization is line sequential
            file status is LedgerFileStatus.

        copy RUNCTLSL.

        copy RUNLOCKSL.

        copy RUNPARMSL.

        copy REJSTATSL.

data division.
file section.
fd InputFile.
01 filler.
    88 EndOfInputFile       value high-values.
    02 CrabRecord           pic x(8000). *> comma-separated positions

fd FuelReportFile.
01 FuelReportLine           pic x(120).

fd RejectFile.
01 RejectLine               pic x(100).

fd LedgerFile.
01 LedgerLine               copy LEDGERLINE.

copy RUNCTLFD.

copy RUNLOCKFD.

copy RUNPARMFD.

copy REJSTATFD.

working-storage section.
01 InputFileName            pic x(100).
01 InputFileStatus          pic xx.

01 RecordLength             pic 9(4).
01 CrabPointer              pic 9(4).
01 PositionToken            pic x(12).
01 ItemNumber               pic 9(6) value zero.
01 CrabPosition             pic 9(4).

*> crabs per horizontal position: the fuel for a candidate position
*> is worked out once per occupied position, not once per crab
01 PositionCountTable.
    02 CrabsAtPosition      pic 9(6) occurs 10000 times.
01 OccupiedTable.
    02 OccupiedPosition     pic 9(4) occurs 10000 times.
01 NumberOfOccupied         pic 9(5) value zero.
01 OccupiedIndex            pic 9(5).
01 PositionIndex            pic 9(5).
01 LowestCrabPosition       pic 9(4) value 9999.
01 HighestCrabPosition      pic 9(4) value zero.

01 BurnMode                 pic 9.
    88 ConstantBurn         value 1.
    88 IncrementalBurn      value 2.
01 SearchRange              pic 9(4).
01 SearchLimit              pic 9(4).
01 CandidatePosition        pic 9(4).
01 StepDistance             pic 9(4).
01 ConstantFuel             pic 9(15).
01 IncrementalFuel          pic 9(15).

*> the best four candidates per burn model, cheapest first: the best
*> position and three runners-up for the pilot's fallback
01 ConstantRanking.
    02 ConstantRank occurs 4 times.
        03 ConstantRankPosition pic 9(4).
        03 ConstantRankFuel     pic 9(15).
01 IncrementalRanking.
    02 IncrementalRank occurs 4 times.
        03 IncrementalRankPosition pic 9(4).
        03 IncrementalRankFuel     pic 9(15).
01 RankIndex                pic 9.
01 RankSlot                 pic 9.
01 RankedCount              pic 9 value zero.
01 FuelDifference           pic 9(15).

01 SelectedBestPosition     pic 9(4) value zero.
01 SelectedBestFuel         pic 9(15) value zero.
01 BurnModeName             pic x(11).

01 NumberOfCrabs            pic 9(6) value zero.
01 NumberOfRejects          pic 9(6) value zero.
01 RejectReason             pic x(40).
01 RejectDetailLine         pic x(100) value spaces.

01 TodaysDate.
    02 TodaysYear           pic 9(4).
    02 TodaysMonth          pic 9(2).
    02 TodaysDay            pic 9(2).
01 FuelDetailLine           pic x(120) value spaces.

01 LedgerFileStatus         pic xx.
01 RunStartTime             pic 9(6).
01 RunEndTime               pic 9(6).
01 LedgerDetailLine         copy LEDGERLINE.
01 LedgerRunDate            pic 9(8).

copy RUNPARMWS.

copy REJSTATWS.

copy RUNCTLWS.

copy RUNLOCKWS.

copy RUNIDWS.

procedure division.
Begin.
    move function current-date(9:6) to RunStartTime
    perform EstablishBatchRunId
    move "AOC-2021-DAY-7-TEST-1" to RunLockRequester
    perform AcquireRunLock

    perform EstablishInputFileName
    perform EstablishPlanningSettings

    open input InputFile
    if InputFileStatus is not equal to "00"
        display "cannot open crab position list "
            function trim(InputFileName)
            " (file status " InputFileStatus ")"
        move 16 to return-code
        perform ReleaseRunLock
        stop run
    end-if

    initialize PositionCountTable
    open output RejectFile
    read InputFile
        at end set EndOfInputFile to true
    end-read
    perform with test before until EndOfInputFile
        perform LoadCrabPositions
        read InputFile
            at end set EndOfInputFile to true
        end-read
    end-perform
    close InputFile
    close RejectFile

    display "read " NumberOfCrabs " crab positions from "
        LowestCrabPosition " to " HighestCrabPosition
        ", rejected " NumberOfRejects " - see day7-rejects.txt"

    open output FuelReportFile
    perform WriteFuelReportHeading

    if NumberOfCrabs is greater than zero
        perform RankCandidatePositions
        perform ReportBurnModels
    end-if

    close FuelReportFile

    perform WriteLedgerEntry

    evaluate true
        when NumberOfCrabs is equal to zero
            move 16 to return-code
        when NumberOfRejects is greater than zero
            move 4 to return-code
        when other
            move 0 to return-code
    end-evaluate

    perform ReleaseRunLock
    stop run.

EstablishInputFileName.
    accept InputFileName from environment "DAY7_INPUT_FILE"
    if InputFileName is equal to spaces
        move "day7-input.txt" to InputFileName
    end-if
    display "using crab position list " function trim(InputFileName).

EstablishPlanningSettings.
    move "DAY7_BURN_MODE" to ParmRequestedKeyword
    move 1 to ParmDefaultValue
    move 1 to ParmMinimumValue
    move 2 to ParmMaximumValue
    perform ObtainRunParameter
    move ParmEffectiveValue to BurnMode

    move "DAY7_SEARCH_RANGE" to ParmRequestedKeyword
    move 9999 to ParmDefaultValue
    move 1 to ParmMinimumValue
    move 9999 to ParmMaximumValue
    perform ObtainRunParameter
    move ParmEffectiveValue to SearchRange

    if IncrementalBurn
        move "INCREMENTAL" to BurnModeName
    else
        move "CONSTANT" to BurnModeName
    end-if
    display "planning for " function trim(BurnModeName)
        " burn, searching positions 0 to " SearchRange.

LoadCrabPositions.
    move zero to RecordLength
    inspect CrabRecord tallying RecordLength
        for characters before initial space
    move 1 to CrabPointer
    perform with test before until CrabPointer is greater than RecordLength
        move spaces to PositionToken
        unstring CrabRecord(1:RecordLength) delimited by ","
            into PositionToken
            with pointer CrabPointer
        end-unstring
        add 1 to ItemNumber
        evaluate true
            when PositionToken is equal to spaces
                move "empty position" to RejectReason
                perform WriteRejectRecord
            when function trim(PositionToken) is not numeric
                move "non-numeric position" to RejectReason
                perform WriteRejectRecord
            when function numval(PositionToken) is greater than 9999
                move "position beyond 9999" to RejectReason
                perform WriteRejectRecord
            when other
                move function numval(PositionToken) to CrabPosition
                perform StoreCrabPosition
        end-evaluate
    end-perform.

StoreCrabPosition.
    add 1 to NumberOfCrabs
    compute PositionIndex = CrabPosition + 1
    if CrabsAtPosition(PositionIndex) is equal to zero
        add 1 to NumberOfOccupied
        move CrabPosition to OccupiedPosition(NumberOfOccupied)
    end-if
    add 1 to CrabsAtPosition(PositionIndex)
    if CrabPosition is less than LowestCrabPosition
        move CrabPosition to LowestCrabPosition
    end-if
    if CrabPosition is greater than HighestCrabPosition
        move CrabPosition to HighestCrabPosition
    end-if.

RankCandidatePositions.
    *> no position beyond the furthest crab can be cheaper than the
    *> furthest crab's own position
    if SearchRange is less than HighestCrabPosition
        move SearchRange to SearchLimit
        display "search range " SearchRange " stops short of the furthest"
            " crab at " HighestCrabPosition
    else
        move HighestCrabPosition to SearchLimit
    end-if

    initialize ConstantRanking IncrementalRanking
    move zero to RankedCount
    perform with test before varying CandidatePosition from 0 by 1
            until CandidatePosition is greater than SearchLimit
        perform CostCandidatePosition
        perform RankConstantFuel
        perform RankIncrementalFuel
        if RankedCount is less than 4
            add 1 to RankedCount
        end-if
    end-perform.

CostCandidatePosition.
    move zero to ConstantFuel IncrementalFuel
    perform with test before varying OccupiedIndex from 1 by 1
            until OccupiedIndex is greater than NumberOfOccupied
        if OccupiedPosition(OccupiedIndex) is greater than CandidatePosition
            compute StepDistance =
                OccupiedPosition(OccupiedIndex) - CandidatePosition
        else
            compute StepDistance =
                CandidatePosition - OccupiedPosition(OccupiedIndex)
        end-if
        compute PositionIndex = OccupiedPosition(OccupiedIndex) + 1
        compute ConstantFuel = ConstantFuel
            + CrabsAtPosition(PositionIndex) * StepDistance
        *> the nth step costs n, so d steps cost d(d+1)/2
        compute IncrementalFuel = IncrementalFuel
            + CrabsAtPosition(PositionIndex)
              * StepDistance * (StepDistance + 1) / 2
    end-perform.

RankConstantFuel.
    *> insert into the ranking; ties keep the lower position first
    evaluate true
        when RankedCount is less than 4
            compute RankSlot = RankedCount + 1
        when ConstantFuel is less than ConstantRankFuel(4)
            move 4 to RankSlot
        when other
            move zero to RankSlot
    end-evaluate
    if RankSlot is greater than zero
        perform with test before
                until RankSlot is equal to 1
                   or ConstantRankFuel(RankSlot - 1)
                       is not greater than ConstantFuel
            move ConstantRank(RankSlot - 1) to ConstantRank(RankSlot)
            subtract 1 from RankSlot
        end-perform
        move CandidatePosition to ConstantRankPosition(RankSlot)
        move ConstantFuel to ConstantRankFuel(RankSlot)
    end-if.

RankIncrementalFuel.
    evaluate true
        when RankedCount is less than 4
            compute RankSlot = RankedCount + 1
        when IncrementalFuel is less than IncrementalRankFuel(4)
            move 4 to RankSlot
        when other
            move zero to RankSlot
    end-evaluate
    if RankSlot is greater than zero
        perform with test before
                until RankSlot is equal to 1
                   or IncrementalRankFuel(RankSlot - 1)
                       is not greater than IncrementalFuel
            move IncrementalRank(RankSlot - 1) to IncrementalRank(RankSlot)
            subtract 1 from RankSlot
        end-perform
        move CandidatePosition to IncrementalRankPosition(RankSlot)
        move IncrementalFuel to IncrementalRankFuel(RankSlot)
    end-if.

ReportBurnModels.
    move spaces to FuelDetailLine
    string "Constant burn (each step costs 1)"
        delimited by size into FuelDetailLine
    write FuelReportLine from FuelDetailLine
    perform with test before varying RankIndex from 1 by 1
            until RankIndex is greater than RankedCount
        compute FuelDifference =
            ConstantRankFuel(RankIndex) - ConstantRankFuel(1)
        move spaces to FuelDetailLine
        if RankIndex is equal to 1
            string "  best position " ConstantRankPosition(RankIndex)
                    "  fuel " ConstantRankFuel(RankIndex)
                delimited by size into FuelDetailLine
        else
            string "  runner-up     " ConstantRankPosition(RankIndex)
                    "  fuel " ConstantRankFuel(RankIndex)
                    "  (+" FuelDifference ")"
                delimited by size into FuelDetailLine
        end-if
        write FuelReportLine from FuelDetailLine
    end-perform

    move spaces to FuelDetailLine
    write FuelReportLine from FuelDetailLine
    string "Incremental burn (the nth step costs n)"
        delimited by size into FuelDetailLine
    write FuelReportLine from FuelDetailLine
    perform with test before varying RankIndex from 1 by 1
            until RankIndex is greater than RankedCount
        compute FuelDifference =
            IncrementalRankFuel(RankIndex) - IncrementalRankFuel(1)
        move spaces to FuelDetailLine
        if RankIndex is equal to 1
            string "  best position " IncrementalRankPosition(RankIndex)
                    "  fuel " IncrementalRankFuel(RankIndex)
                delimited by size into FuelDetailLine
        else
            string "  runner-up     " IncrementalRankPosition(RankIndex)
                    "  fuel " IncrementalRankFuel(RankIndex)
                    "  (+" FuelDifference ")"
                delimited by size into FuelDetailLine
        end-if
        write FuelReportLine from FuelDetailLine
    end-perform

    if IncrementalBurn
        move IncrementalRankPosition(1) to SelectedBestPosition
        move IncrementalRankFuel(1) to SelectedBestFuel
    else
        move ConstantRankPosition(1) to SelectedBestPosition
        move ConstantRankFuel(1) to SelectedBestFuel
    end-if

    move spaces to FuelDetailLine
    write FuelReportLine from FuelDetailLine
    string "Plan (" function trim(BurnModeName) " burn): align at "
            SelectedBestPosition " for fuel " SelectedBestFuel
        delimited by size into FuelDetailLine
    write FuelReportLine from FuelDetailLine

    display "constant burn: best position " ConstantRankPosition(1)
        " fuel " ConstantRankFuel(1)
    display "incremental burn: best position " IncrementalRankPosition(1)
        " fuel " IncrementalRankFuel(1)
    display "plan (" function trim(BurnModeName) " burn): align at "
        SelectedBestPosition " for fuel " SelectedBestFuel
        " - see day7-fuel.txt".

WriteFuelReportHeading.
    move function current-date(1:8) to TodaysDate

    move spaces to FuelDetailLine
    string "Crab alignment fuel plan run on "
            TodaysYear "-" TodaysMonth "-" TodaysDay
        delimited by size into FuelDetailLine
    write FuelReportLine from FuelDetailLine

    move spaces to FuelDetailLine
    string "Crabs: " NumberOfCrabs
            "   Positions: " LowestCrabPosition " to " HighestCrabPosition
            "   Search range: 0 to " SearchRange
            "   Burn mode: " BurnModeName
        delimited by size into FuelDetailLine
    write FuelReportLine from FuelDetailLine

    move spaces to FuelDetailLine
    write FuelReportLine from FuelDetailLine.

WriteRejectRecord.
    *> the list is one long record, so a bad entry is known by its
    *> item number within the feed
    add 1 to NumberOfRejects
    move spaces to RejectDetailLine
    string "item " ItemNumber ": " delimited by size
            function trim(RejectReason) delimited by size
            " [" delimited by size
            function trim(PositionToken) delimited by size
            "]" delimited by size
        into RejectDetailLine
    write RejectLine from RejectDetailLine

    move function current-date(1:8) to RejStatDate
    move "AOC-2021-DAY-7-TEST-1" to RejStatProgram
    move ItemNumber to RejStatLine
    move "REJECTED" to RejStatStatus
    move PositionToken to RejStatRecordText
    perform RecordRejectStatus.

WriteLedgerEntry.
    move function current-date(9:6) to RunEndTime
    move function current-date(1:8) to LedgerRunDate

    open extend LedgerFile
    if LedgerFileStatus is equal to "35"
        open output LedgerFile
    end-if

    string "AOC-2021-DAY-7-TEST-1" " "
            delimited by size
            InputFileName
            delimited by space
            " "
            "start=" RunStartTime " "
            "end=" RunEndTime " "
            "records=" NumberOfCrabs " "
            "result=" SelectedBestFuel " "
            "position=" SelectedBestPosition " "
            "date=" LedgerRunDate " "
            "run=" BatchRunId " "
            "in=" ItemNumber " "
            "acc=" NumberOfCrabs " "
            "rej=" NumberOfRejects " "
            "parms=" delimited by size
            function trim(ParmEffectiveList) delimited by size
        into LedgerDetailLine
    write LedgerLine from LedgerDetailLine
    perform RecordRunControl

    close LedgerFile.

copy RUNPARM.

copy REJSTAT.

copy RUNCTL.

copy RUNLOCK.

copy RUNID.
end program AOC-2021-DAY-7-TEST-1.
