identification division.
program-id. AOC-2021-DAY-9-TEST-1.
environment division.
input-output section.
    file-control.
        select InputFile assign to InputFileName
            organization is line sequential
            file status is InputFileStatus.

        select BasinFile assign to "day9-basins.txt"
            organization is line sequential.

        select RejectFile assign to "day9-rejects.txt"
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
    02 HeightRecord         pic x(210). *> one row of digit heights

fd BasinFile.
    copy DAY9BASINREC.

fd RejectFile.
01 RejectLine               pic x(260).

fd LedgerFile.
01 LedgerLine               copy LEDGERLINE.

copy RUNCTLFD.

copy RUNLOCKFD.

copy REJSTATFD.

working-storage section.
01 InputFileName            pic x(100).
01 InputFileStatus          pic xx.

*> the cave floor, up to 200 x 200; a row that cannot be read is kept
*> as a row of 9s so the rows below stay in place and no basin leaks
*> across it
01 HeightMap.
    02 HeightRow occurs 200 times.
        03 Height           pic 9 occurs 200 times.
01 VisitedMap.
    02 VisitedRow occurs 200 times.
        03 Visited          pic x occurs 200 times.
01 NumberOfRows             pic 9(3) value zero.
01 RowWidth                 pic 9(3) value zero.
01 ThisRowWidth             pic 9(3).
01 RowIndex                 pic 9(3).
01 ColumnIndex              pic 9(3).
01 NeighbourRow             pic 9(3).
01 NeighbourColumn          pic 9(3).
01 LowPointFlag             pic x.
    88 IsLowPoint           value "Y".

*> the flood fill's work queue of cells still to be spread from
01 BasinQueue.
    02 QueueEntry occurs 40000 times.
        03 QueueRow         pic 9(3).
        03 QueueColumn      pic 9(3).
01 QueueHead                pic 9(5).
01 QueueTail                pic 9(5).
01 CurrentRow               pic 9(3).
01 CurrentColumn            pic 9(3).
01 CurrentBasinSize         pic 9(6).

01 LargestBasin1            pic 9(6) value zero.
01 LargestBasin2            pic 9(6) value zero.
01 LargestBasin3            pic 9(6) value zero.
01 BasinSizeProduct         pic 9(18) value zero.

01 LineNumber               pic 9(6) value zero.
01 NumberOfLowPoints        pic 9(6) value zero.
01 RiskLevelSum             pic 9(8) value zero.
01 NumberOfRejects          pic 9(6) value zero.
01 NumberOfHeightRecords    pic 9(6) value zero.
01 NumberOfAcceptedRows     pic 9(6) value zero.
01 RejectReason             pic x(40).
01 RejectDetailLine         pic x(260) value spaces.

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
    move "AOC-2021-DAY-9-TEST-1" to RunLockRequester
    perform AcquireRunLock

    perform EstablishInputFileName

    open input InputFile
    if InputFileStatus is not equal to "00"
        display "cannot open heightmap " function trim(InputFileName)
            " (file status " InputFileStatus ")"
        move 16 to return-code
        perform ReleaseRunLock
        stop run
    end-if

    open output RejectFile
    read InputFile
        at end set EndOfInputFile to true
    end-read

    perform with test before until EndOfInputFile
        add 1 to LineNumber
        if HeightRecord is not equal to spaces
            add 1 to NumberOfHeightRecords
            perform LoadHeightRow
        end-if
        read InputFile
            at end set EndOfInputFile to true
        end-read
    end-perform

    close InputFile
    close RejectFile

    open output BasinFile
    move all "N" to VisitedMap

    perform with test before varying RowIndex from 1 by 1
            until RowIndex is greater than NumberOfRows
        perform with test before varying ColumnIndex from 1 by 1
                until ColumnIndex is greater than RowWidth
            perform CheckForLowPoint
            if IsLowPoint
                perform MeasureBasin
                perform WriteLowPointRecord
            end-if
        end-perform
    end-perform

    compute BasinSizeProduct =
        LargestBasin1 * LargestBasin2 * LargestBasin3
    perform WriteBasinSummaryRecord
    close BasinFile

    display "read " NumberOfRows " heightmap rows of width " RowWidth
        ", rejected " NumberOfRejects " - see day9-rejects.txt"
    display "low points = " NumberOfLowPoints
        " sum of risk levels = " RiskLevelSum
    display "three largest basins = " LargestBasin1 " " LargestBasin2
        " " LargestBasin3 " product = " BasinSizeProduct
    display "low points and basin sizes written to day9-basins.txt"

    perform WriteLedgerEntry

    evaluate true
        when NumberOfRows is equal to zero
            move 16 to return-code
        when NumberOfRejects is greater than zero
            move 4 to return-code
        when other
            move 0 to return-code
    end-evaluate

    perform ReleaseRunLock
    stop run.

EstablishInputFileName.
    accept InputFileName from environment "DAY9_INPUT_FILE"
    if InputFileName is equal to spaces
        move "day9-input.txt" to InputFileName
    end-if
    display "using heightmap " function trim(InputFileName).

LoadHeightRow.
    move zero to ThisRowWidth
    inspect HeightRecord tallying ThisRowWidth
        for characters before initial space

    evaluate true
        when NumberOfRows is not less than 200
            move "heightmap beyond 200 rows" to RejectReason
            perform WriteRejectRecord
        when ThisRowWidth is equal to zero
            move "row does not start in column 1" to RejectReason
            perform WriteRejectRecord
            perform StoreWallRow
        when ThisRowWidth is greater than 200
            move "row wider than 200 positions" to RejectReason
            perform WriteRejectRecord
            perform StoreWallRow
        when HeightRecord(1:ThisRowWidth) is not numeric
            move "non-digit height" to RejectReason
            perform WriteRejectRecord
            perform StoreWallRow
        when RowWidth is not equal to zero
                and ThisRowWidth is not equal to RowWidth
            move "row width differs from the first row" to RejectReason
            perform WriteRejectRecord
            perform StoreWallRow
        when other
            if RowWidth is equal to zero
                move ThisRowWidth to RowWidth
            end-if
            add 1 to NumberOfAcceptedRows
            add 1 to NumberOfRows
            perform with test before varying ColumnIndex from 1 by 1
                    until ColumnIndex is greater than RowWidth
                move HeightRecord(ColumnIndex:1)
                    to Height(NumberOfRows, ColumnIndex)
            end-perform
    end-evaluate.

StoreWallRow.
    *> a bad first row gives no width to go by; it is simply dropped
    if RowWidth is greater than zero
        add 1 to NumberOfRows
        perform with test before varying ColumnIndex from 1 by 1
                until ColumnIndex is greater than RowWidth
            move 9 to Height(NumberOfRows, ColumnIndex)
        end-perform
    end-if.

CheckForLowPoint.
    set IsLowPoint to true
    if RowIndex is greater than 1
        if Height(RowIndex - 1, ColumnIndex)
                is not greater than Height(RowIndex, ColumnIndex)
            move "N" to LowPointFlag
        end-if
    end-if
    if RowIndex is less than NumberOfRows
        if Height(RowIndex + 1, ColumnIndex)
                is not greater than Height(RowIndex, ColumnIndex)
            move "N" to LowPointFlag
        end-if
    end-if
    if ColumnIndex is greater than 1
        if Height(RowIndex, ColumnIndex - 1)
                is not greater than Height(RowIndex, ColumnIndex)
            move "N" to LowPointFlag
        end-if
    end-if
    if ColumnIndex is less than RowWidth
        if Height(RowIndex, ColumnIndex + 1)
                is not greater than Height(RowIndex, ColumnIndex)
            move "N" to LowPointFlag
        end-if
    end-if.

MeasureBasin.
    add 1 to NumberOfLowPoints
    compute RiskLevelSum = RiskLevelSum + Height(RowIndex, ColumnIndex) + 1

    *> spread out from the low point through every cell below 9
    move zero to CurrentBasinSize
    move 1 to QueueHead
    move zero to QueueTail
    move RowIndex to NeighbourRow
    move ColumnIndex to NeighbourColumn
    perform QueueCellIfInBasin

    perform with test before until QueueHead is greater than QueueTail
        move QueueRow(QueueHead) to CurrentRow
        move QueueColumn(QueueHead) to CurrentColumn
        add 1 to QueueHead
        add 1 to CurrentBasinSize

        if CurrentRow is greater than 1
            compute NeighbourRow = CurrentRow - 1
            move CurrentColumn to NeighbourColumn
            perform QueueCellIfInBasin
        end-if
        if CurrentRow is less than NumberOfRows
            compute NeighbourRow = CurrentRow + 1
            move CurrentColumn to NeighbourColumn
            perform QueueCellIfInBasin
        end-if
        if CurrentColumn is greater than 1
            move CurrentRow to NeighbourRow
            compute NeighbourColumn = CurrentColumn - 1
            perform QueueCellIfInBasin
        end-if
        if CurrentColumn is less than RowWidth
            move CurrentRow to NeighbourRow
            compute NeighbourColumn = CurrentColumn + 1
            perform QueueCellIfInBasin
        end-if
    end-perform

    evaluate true
        when CurrentBasinSize is greater than LargestBasin1
            move LargestBasin2 to LargestBasin3
            move LargestBasin1 to LargestBasin2
            move CurrentBasinSize to LargestBasin1
        when CurrentBasinSize is greater than LargestBasin2
            move LargestBasin2 to LargestBasin3
            move CurrentBasinSize to LargestBasin2
        when CurrentBasinSize is greater than LargestBasin3
            move CurrentBasinSize to LargestBasin3
    end-evaluate.

QueueCellIfInBasin.
    if Height(NeighbourRow, NeighbourColumn) is less than 9
            and Visited(NeighbourRow, NeighbourColumn) is equal to "N"
        move "Y" to Visited(NeighbourRow, NeighbourColumn)
        add 1 to QueueTail
        move NeighbourRow to QueueRow(QueueTail)
        move NeighbourColumn to QueueColumn(QueueTail)
    end-if.

WriteLowPointRecord.
    move spaces to BasinRecord
    set BasinLowPointRecord to true
    move RowIndex to BasinLowRow
    move ColumnIndex to BasinLowColumn
    move Height(RowIndex, ColumnIndex) to BasinLowHeight
    compute BasinRiskLevel = Height(RowIndex, ColumnIndex) + 1
    move CurrentBasinSize to BasinSize
    write BasinRecord.

WriteBasinSummaryRecord.
    move spaces to BasinRecord
    set BasinSummaryRecord to true
    move function current-date(1:8) to BasinRunDate
    move NumberOfLowPoints to BasinLowPoints
    move RiskLevelSum to BasinRiskSum
    move LargestBasin1 to BasinLargest1
    move LargestBasin2 to BasinLargest2
    move LargestBasin3 to BasinLargest3
    move BasinSizeProduct to BasinProduct
    write BasinRecord.

WriteRejectRecord.
    add 1 to NumberOfRejects
    move spaces to RejectDetailLine
    string "line " LineNumber ": " delimited by size
            function trim(RejectReason) delimited by size
            " [" delimited by size
            function trim(HeightRecord) delimited by size
            "]" delimited by size
        into RejectDetailLine
    write RejectLine from RejectDetailLine

    move function current-date(1:8) to RejStatDate
    move "AOC-2021-DAY-9-TEST-1" to RejStatProgram
    move LineNumber to RejStatLine
    move "REJECTED" to RejStatStatus
    move HeightRecord to RejStatRecordText
    perform RecordRejectStatus.

WriteLedgerEntry.
    move function current-date(9:6) to RunEndTime
    move function current-date(1:8) to LedgerRunDate

    open extend LedgerFile
    if LedgerFileStatus is equal to "35"
        open output LedgerFile
    end-if

    string "AOC-2021-DAY-9-TEST-1" " "
            delimited by size
            InputFileName
            delimited by space
            " "
            "start=" RunStartTime " "
            "end=" RunEndTime " "
            "records=" NumberOfRows " "
            "result=" RiskLevelSum " "
            "basins=" BasinSizeProduct " "
            "date=" LedgerRunDate " "
            "run=" BatchRunId " "
            "in=" NumberOfHeightRecords " "
            "acc=" NumberOfAcceptedRows " "
            "rej=" NumberOfRejects
        delimited by size into LedgerDetailLine
    write LedgerLine from LedgerDetailLine
    perform RecordRunControl

    close LedgerFile.

copy REJSTAT.

copy RUNCTL.

copy RUNLOCK.

copy RUNID.
end program AOC-2021-DAY-9-TEST-1.
