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

01 JProgramField             pic x(38).
01 JStatusField              pic x(18).

copy RUNCTLWS.

copy RUNLOCKWS.

copy RUNIDWS.

procedure division.
Begin.
    move function current-date(9:6) to RunStartTime
    perform EstablishBatchRunId
    move "AOC-2021-DAY-3-AMEND-1" to RunLockRequester
    perform AcquireRunLock

    perform EstablishFileNames

            " (file status " ResubmitFileStatus
            ") - run the repair pass first, nothing to amend"
        move 16 to return-code
        perform ReleaseRunLock
        stop run
    end-if

    if NumberOfResubmitted is equal to zero
        display "resubmit file holds no repaired records - nothing to amend"
        move 16 to return-code
        perform ReleaseRunLock
        stop run
    end-if

            " rerun the full diagnostics pass over a corrected feed"
            " instead"
        move 16 to return-code
        perform ReleaseRunLock
        stop run
    end-if

    if NumberOfReadings is equal to zero
        display "no readings to recompute against - skipping amendment"
        move 16 to return-code
        perform ReleaseRunLock
        stop run
    end-if

    perform AdvanceResubmittedRejects

    move 0 to return-code
    perform ReleaseRunLock
    stop run.

AdvanceResubmittedRejects.
            "run=" BatchRunId
        delimited by size into LedgerDetailLine
    write LedgerLine from LedgerDetailLine
    perform RecordRunControl

    close LedgerFile.

        move FilteredTable to CandidateTable
    end-perform.

copy RUNCTL.

copy RUNLOCK.

copy RUNID.

copy REJSTAT.
