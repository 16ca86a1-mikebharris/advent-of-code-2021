identification division.
program-id. AOC-2021-DAY-5-TEST-1.
environment division.
input-output section.
    file-control.
        select InputFile assign to InputFileName
            organization is line sequential
            file status is InputFileStatus.

        select HazardFile assign to "day5-hazards.txt"
            organization is line sequential.

        select RejectFile assign to "day5-rejects.txt"
            organization is line sequential.

        select LedgerFile assign to "batch-ledger.txt"
            organization is line sequential
            file status is LedgerFileStatus.

        copy RUNCTLSL.

        copy RUNLOCKSL.

        copy REJSTATSL.

data division.
file section.
fd InputFile.
01 filler.
    88 EndOfInputFile       value high-values.
    02 VentRecord           pic x(40). *> x1,y1 -> x2,y2

fd HazardFile.
    copy DAY5HAZREC.

fd RejectFile.
01 RejectLine               pic x(100).

fd LedgerFile.
01 LedgerLine               copy LEDGERLINE.

copy RUNCTLFD.

copy RUNLOCKFD.

copy REJSTATFD.

working-storage section.
01 InputFileName            pic x(100).
01 InputFileStatus          pic xx.

01 StartXField              pic x(10).
01 StartYField              pic x(10).
01 EndXField                pic x(10).
01 EndYField                pic x(10).
01 VentFieldCount           pic 9(2).

01 StartX                   pic 9(4).
01 StartY                   pic 9(4).
01 EndX                     pic 9(4).
01 EndY                     pic 9(4).

*> a line is walked one grid point at a time: each step moves -1, 0
*> or +1 in each direction, which covers horizontal, vertical and
*> exact 45 degree lines and nothing else
01 StepX                    pic s9 sign is trailing separate.
01 StepY                    pic s9 sign is trailing separate.
01 SpanX                    pic 9(4).
01 SpanY                    pic 9(4).
01 LineLength               pic 9(4).
01 StepNumber               pic 9(4).
01 PointX                   pic 9(4).
01 PointY                   pic 9(4).
01 LineIsStraightFlag       pic x.
    88 LineIsStraight       value "Y".

*> the survey area is 1000 x 1000; a point's count stops at 99, which
*> is far past the 2 that makes it a hazard
01 StraightGrid.
    02 StraightColumn occurs 1000 times.
        03 StraightCount    pic 99 occurs 1000 times.
01 VentGrid.
    02 VentColumn occurs 1000 times.
        03 VentCount        pic 99 occurs 1000 times.
01 GridX                    pic 9(4).
01 GridY                    pic 9(4).

01 LineNumber               pic 9(6) value zero.
01 NumberOfSegments         pic 9(6) value zero.
01 NumberOfStraightSegments pic 9(6) value zero.
01 NumberOfDiagonalSegments pic 9(6) value zero.
01 NumberOfIgnoredSegments  pic 9(6) value zero.
01 NumberOfRejects          pic 9(6) value zero.
01 NumberOfVentRecords      pic 9(6) value zero.
01 NumberOfAcceptedSegments pic 9(6) value zero.
01 StraightOverlaps         pic 9(7) value zero.
01 AllOverlaps              pic 9(7) value zero.

01 RejectReason             pic x(40).
01 RejectDetailLine         pic x(100) value spaces.

01 LedgerFileStatus         pic xx.
01 RunStartTime             pic 9(6).
01 RunEndTime               pic 9(6).
01 LedgerDetailLine         copy LEDGERLINE.
01 LedgerRunDate            pic 9(8).

copy REJSTATWS.

copy RUNCTLWS.

copy RUNLOCKWS.

copy RUNIDWS.

procedure division.
Begin.
    move function current-date(9:6) to RunStartTime
    perform EstablishBatchRunId
    move "AOC-2021-DAY-5-TEST-1" to RunLockRequester
    perform AcquireRunLock

    perform EstablishInputFileName

    open input InputFile
    if InputFileStatus is not equal to "00"
        display "cannot open vent survey " function trim(InputFileName)
            " (file status " InputFileStatus ")"
        move 16 to return-code
        perform ReleaseRunLock
        stop run
    end-if

    initialize StraightGrid VentGrid
    open output RejectFile

    read InputFile
        at end set EndOfInputFile to true
    end-read

    perform with test before until EndOfInputFile
        add 1 to LineNumber
        if VentRecord is not equal to spaces
            add 1 to NumberOfVentRecords
        end-if
        perform ProcessVentRecord
        read InputFile
            at end set EndOfInputFile to true
        end-read
    end-perform

    close InputFile
    close RejectFile

    perform WriteHazardPoints

    display "read " LineNumber " vent lines: " NumberOfStraightSegments
        " horizontal/vertical, " NumberOfDiagonalSegments " diagonal, "
        NumberOfIgnoredSegments " at other angles ignored, "
        NumberOfRejects " rejected - see day5-rejects.txt"
    display "points where two or more vents overlap (horizontal and vertical only) = "
        StraightOverlaps
    display "points where two or more vents overlap (including diagonals) = "
        AllOverlaps
    display "hazard points written to day5-hazards.txt"

    perform WriteLedgerEntry

    evaluate true
        when NumberOfSegments is equal to zero
            move 16 to return-code
        when NumberOfRejects is greater than zero
            move 4 to return-code
        when other
            move 0 to return-code
    end-evaluate

    perform ReleaseRunLock
    stop run.

EstablishInputFileName.
    accept InputFileName from environment "DAY5_INPUT_FILE"
    if InputFileName is equal to spaces
        move "day5-input.txt" to InputFileName
    end-if
    display "using vent survey " function trim(InputFileName).

ProcessVentRecord.
    move spaces to StartXField StartYField EndXField EndYField
    move zero to VentFieldCount
    unstring VentRecord delimited by "," or " -> "
        into StartXField StartYField EndXField EndYField
        tallying in VentFieldCount

    evaluate true
        when VentRecord is equal to spaces
            continue
        when VentFieldCount is less than 4
            move "not in x1,y1 -> x2,y2 form" to RejectReason
            perform WriteRejectRecord
        when function trim(StartXField) is not numeric
                or function trim(StartYField) is not numeric
                or function trim(EndXField) is not numeric
                or function trim(EndYField) is not numeric
            move "non-numeric coordinate" to RejectReason
            perform WriteRejectRecord
        when function numval(StartXField) is greater than 999
                or function numval(StartYField) is greater than 999
                or function numval(EndXField) is greater than 999
                or function numval(EndYField) is greater than 999
            move "coordinate beyond survey area" to RejectReason
            perform WriteRejectRecord
        when other
            move function numval(StartXField) to StartX
            move function numval(StartYField) to StartY
            move function numval(EndXField) to EndX
            move function numval(EndYField) to EndY
            perform PlotVentLine
    end-evaluate.

PlotVentLine.
    evaluate true
        when StartX is less than EndX
            move 1 to StepX
            compute SpanX = EndX - StartX
        when StartX is greater than EndX
            move -1 to StepX
            compute SpanX = StartX - EndX
        when other
            move 0 to StepX
            move 0 to SpanX
    end-evaluate
    evaluate true
        when StartY is less than EndY
            move 1 to StepY
            compute SpanY = EndY - StartY
        when StartY is greater than EndY
            move -1 to StepY
            compute SpanY = StartY - EndY
        when other
            move 0 to StepY
            move 0 to SpanY
    end-evaluate

    evaluate true
        when SpanX is equal to zero or SpanY is equal to zero
            set LineIsStraight to true
            add 1 to NumberOfStraightSegments
            perform PlotVentPoints
        when SpanX is equal to SpanY
            move "N" to LineIsStraightFlag
            add 1 to NumberOfDiagonalSegments
            perform PlotVentPoints
        when other
            *> neither straight nor 45 degrees: the survey cannot place
            *> the vent on the grid, so it is counted and left out
            add 1 to NumberOfIgnoredSegments
    end-evaluate.

PlotVentPoints.
    add 1 to NumberOfSegments
    if SpanX is greater than SpanY
        move SpanX to LineLength
    else
        move SpanY to LineLength
    end-if

    perform with test before varying StepNumber from 0 by 1
            until StepNumber is greater than LineLength
        compute PointX = StartX + StepX * StepNumber
        compute PointY = StartY + StepY * StepNumber
        compute GridX = PointX + 1
        compute GridY = PointY + 1
        if VentCount(GridX, GridY) is less than 99
            add 1 to VentCount(GridX, GridY)
        end-if
        if LineIsStraight
                and StraightCount(GridX, GridY) is less than 99
            add 1 to StraightCount(GridX, GridY)
        end-if
    end-perform.

WriteHazardPoints.
    open output HazardFile
    perform with test before varying GridX from 1 by 1
            until GridX is greater than 1000
        perform with test before varying GridY from 1 by 1
                until GridY is greater than 1000
            if StraightCount(GridX, GridY) is not less than 2
                add 1 to StraightOverlaps
            end-if
            if VentCount(GridX, GridY) is not less than 2
                add 1 to AllOverlaps
                compute HazardX = GridX - 1
                compute HazardY = GridY - 1
                move VentCount(GridX, GridY) to HazardVentCount
                if StraightCount(GridX, GridY) is not less than 2
                    set HazardOnStraightLines to true
                else
                    set HazardOnDiagonalsOnly to true
                end-if
                write HazardRecord
            end-if
        end-perform
    end-perform
    close HazardFile.

WriteRejectRecord.
    add 1 to NumberOfRejects
    move spaces to RejectDetailLine
    string "line " LineNumber ": " delimited by size
            function trim(RejectReason) delimited by size
            " [" delimited by size
            function trim(VentRecord) delimited by size
            "]" delimited by size
        into RejectDetailLine
    write RejectLine from RejectDetailLine

    move function current-date(1:8) to RejStatDate
    move "AOC-2021-DAY-5-TEST-1" to RejStatProgram
    move LineNumber to RejStatLine
    move "REJECTED" to RejStatStatus
    move VentRecord to RejStatRecordText
    perform RecordRejectStatus.

WriteLedgerEntry.
    move function current-date(9:6) to RunEndTime
    move function current-date(1:8) to LedgerRunDate
    *> a segment at another angle is read and accounted for even though
    *> it is left off the grid
    compute NumberOfAcceptedSegments = NumberOfStraightSegments
        + NumberOfDiagonalSegments + NumberOfIgnoredSegments

    open extend LedgerFile
    if LedgerFileStatus is equal to "35"
        open output LedgerFile
    end-if

    string "AOC-2021-DAY-5-TEST-1" " "
            delimited by size
            InputFileName
            delimited by space
            " "
            "start=" RunStartTime " "
            "end=" RunEndTime " "
            "records=" LineNumber " "
            "result=" AllOverlaps " "
            "straight=" StraightOverlaps " "
            "date=" LedgerRunDate " "
            "run=" BatchRunId " "
            "in=" NumberOfVentRecords " "
            "acc=" NumberOfAcceptedSegments " "
            "rej=" NumberOfRejects
        delimited by size into LedgerDetailLine
    write LedgerLine from LedgerDetailLine
    perform RecordRunControl

    close LedgerFile.

copy REJSTAT.

copy RUNCTL.

copy RUNLOCK.

copy RUNID.
end program AOC-2021-DAY-5-TEST-1.
