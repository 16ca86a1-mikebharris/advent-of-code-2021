            organization is line sequential
            file status is LedgerFileStatus.

        copy RUNCTLSL.

        copy RUNLOCKSL.

        select HistoryFile assign to "day3-history.txt"
            organization is line sequential
            file status is HistoryFileStatus.
fd LedgerFile.
01 LedgerLine                copy LEDGERLINE.

copy RUNCTLFD.

copy RUNLOCKFD.

fd HistoryFile.
01 HistoryLine               pic x(100).

01 FeedSourceId          pic x(20).
01 ExpectedRecordCount   pic 9(8) value zero.
01 FeedRecordCount       pic 9(8) value zero.
01 BalanceInputCount     pic 9(8) value zero.
01 ControlTagField       pic x(10).
01 ControlValueField     pic x(20).
01 ControlExtraField     pic x(20).
01 Co2ScrubberRatingDecimal pic 9(10) value zero.
01 LifeSupportRating pic 9(20) value zero.

copy RUNCTLWS.

copy RUNLOCKWS.

copy RUNIDWS.

procedure division.
Begin.
    move function current-date(9:6) to RunStartTime
    perform EstablishBatchRunId
    move "AOC-2021-DAY-3-TEST-1" to RunLockRequester
    perform AcquireRunLock
    move "AOC-2021-DAY-3-TEST-1" to GenProgramId
    move RunStartTime to GenRunStamp

            move 0 to return-code
    end-evaluate

    perform ReleaseRunLock
    stop run.

ProcessHeaderRecord.
WriteLedgerEntry.
    move function current-date(9:6) to RunEndTime
    move function current-date(1:8) to LedgerRunDate
    *> a controlled feed is balanced against its trailer count, so a
    *> record lost in transfer shows as a difference
    if FeedIsControlled
        move ExpectedRecordCount to BalanceInputCount
    else
        move LineNumber to BalanceInputCount
    end-if

    open extend LedgerFile
    if LedgerFileStatus is equal to "35"
            "result=" Power " "
            "date=" LedgerRunDate " "
            "run=" BatchRunId " "
            "in=" BalanceInputCount " "
            "acc=" NumberOfReadings " "
            "rej=" NumberOfRejects " "
            "parms=" delimited by size
            function trim(ParmEffectiveList) delimited by size
        into LedgerDetailLine
    write LedgerLine from LedgerDetailLine
    perform RecordRunControl

    close LedgerFile.


copy REJSTAT.

copy RUNCTL.

copy RUNLOCK.

copy RUNID.
end program AOC-2021-DAY-3-TEST-1.
