identification division.
program-id. AOC-2021-RUN-CONTROL-CONV-1.
environment division.
input-output section.
    file-control.
        select HistoryLedgerFile assign to HistoryLedgerName
            organization is line sequential
            file status is HistoryLedgerStatus.

        select LedgerFile assign to "batch-ledger.txt"
            organization is line sequential
            file status is LedgerFileStatus.

        copy RUNCTLSL.

        copy RUNLOCKSL.

data division.
file section.
fd HistoryLedgerFile.
01 filler.
    88 EndOfHistoryLedger   value high-values.
    02 HistoryLedgerLine    copy LEDGERLINE.

fd LedgerFile.
01 LedgerLine                copy LEDGERLINE.

copy RUNCTLFD.

copy RUNLOCKFD.

working-storage section.
01 HistoryLedgerName         pic x(100).
01 HistoryLedgerStatus       pic xx.

01 NumberOfLedgerLines       pic 9(7) value zero.
01 NumberOfFiled             pic 9(7) value zero.
01 NumberOfAlreadyFiled      pic 9(7) value zero.
01 NumberOfFailed            pic 9(7) value zero.
01 NumberOfBlankLines        pic 9(7) value zero.

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
    move "AOC-2021-RUN-CONTROL-CONV-1" to RunLockRequester
    perform AcquireRunLock

    *> the live ledger by default; an archived ledger generation is
    *> converted by naming it in RUNCTL_CONVERT_FILE
    accept HistoryLedgerName from environment "RUNCTL_CONVERT_FILE"
    if HistoryLedgerName is equal to spaces
        move "batch-ledger.txt" to HistoryLedgerName
    end-if
    display "filing the entries of " function trim(HistoryLedgerName)
        " in run-control.dat"

    open input HistoryLedgerFile
    if HistoryLedgerStatus is not equal to "00"
        display "cannot open " function trim(HistoryLedgerName)
            " (file status " HistoryLedgerStatus ")"
        move 16 to return-code
        perform ReleaseRunLock
        stop run
    end-if

    *> an entry already on file is left alone, so the conversion can
    *> be rerun, or run after the writers have started filing entries
    set RunCtlSkipDuplicates to true

    read HistoryLedgerFile
        at end set EndOfHistoryLedger to true
    end-read
    perform with test before until EndOfHistoryLedger
        add 1 to NumberOfLedgerLines
        perform ConvertLedgerEntry
        read HistoryLedgerFile
            at end set EndOfHistoryLedger to true
        end-read
    end-perform

    close HistoryLedgerFile

    display "read " NumberOfLedgerLines " ledger lines: "
        NumberOfFiled " filed, "
        NumberOfAlreadyFiled " already on file, "
        NumberOfFailed " not filed, "
        NumberOfBlankLines " blank"

    move "N" to RunCtlDuplicateRule
    perform WriteLedgerEntry

    evaluate true
        when NumberOfFailed is greater than zero
            move 8 to return-code
        when NumberOfLedgerLines is equal to zero
            move 16 to return-code
        when other
            move 0 to return-code
    end-evaluate

    perform ReleaseRunLock
    stop run.

ConvertLedgerEntry.
    if HistoryLedgerLine is equal to spaces
        add 1 to NumberOfBlankLines
    else
        move HistoryLedgerLine to LedgerDetailLine
        perform RecordRunControl
        evaluate true
            when RunCtlEntryFiled
                add 1 to NumberOfFiled
            when RunCtlEntryDuplicate
                add 1 to NumberOfAlreadyFiled
            when other
                add 1 to NumberOfFailed
                display "line " NumberOfLedgerLines " not filed: "
                    function trim(HistoryLedgerLine)
        end-evaluate
    end-if.

WriteLedgerEntry.
    move function current-date(9:6) to RunEndTime
    move function current-date(1:8) to LedgerRunDate

    open extend LedgerFile
    if LedgerFileStatus is equal to "35"
        open output LedgerFile
    end-if

    move spaces to LedgerDetailLine
    string "AOC-2021-RUN-CONTROL-CONV-1" " "
            delimited by size
            HistoryLedgerName
            delimited by space
            " "
            "start=" RunStartTime " "
            "end=" RunEndTime " "
            "records=" NumberOfLedgerLines " "
            "result=" NumberOfFiled " "
            "date=" LedgerRunDate " "
            "run=" BatchRunId
        delimited by size into LedgerDetailLine
    write LedgerLine from LedgerDetailLine
    perform RecordRunControl

    close LedgerFile.

copy RUNCTL.

copy RUNLOCK.

copy RUNID.
end program AOC-2021-RUN-CONTROL-CONV-1.
