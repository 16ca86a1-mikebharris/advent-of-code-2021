identification division.
program-id. AOC-2021-RUN-LOCK-1.
environment division.
input-output section.
    file-control.
        select LedgerFile assign to "batch-ledger.txt"
            organization is line sequential
            file status is LedgerFileStatus.

        copy RUNCTLSL.

        copy RUNLOCKSL.

data division.
file section.
fd LedgerFile.
01 LedgerLine                copy LEDGERLINE.

copy RUNCTLFD.

copy RUNLOCKFD.

working-storage section.
01 RequestedAction           pic x(8).
    88 AcquiringLock         value "ACQUIRE".
    88 ReleasingLock         value "RELEASE".
01 RequestedHolder           pic x(30).

01 LedgerFileStatus          pic xx.
01 LedgerDetailLine          copy LEDGERLINE.

copy RUNCTLWS.

copy RUNLOCKWS.

copy RUNIDWS.

procedure division.
Begin.
    *> takes the run lock for a whole job stream, so every step run
    *> under the stream's BATCH_RUN_ID goes through and anything else
    *> is refused until the stream releases it
    perform EstablishBatchRunId

    accept RequestedAction from environment "RUN_LOCK_ACTION"
    accept RequestedHolder from environment "RUN_LOCK_HOLDER"
    if RequestedHolder is equal to spaces
        move "AOC-2021-RUN-LOCK-1" to RequestedHolder
    end-if

    evaluate true
        when AcquiringLock
            move RequestedHolder to RunLockRequester
            perform AcquireRunLock
            display "batch-run.lock held by "
                function trim(RunLockHolderProgram) " for run "
                RunLockHolderRunId " since " RunLockHolderDate " "
                RunLockHolderTime
            move 0 to return-code
        when ReleasingLock
            perform ReadRunLock
            if RunLockIsHeld and RunLockHolderRunId is equal to BatchRunId
                open output RunLockFile
                close RunLockFile
                display "batch-run.lock released for run " BatchRunId
                move 0 to return-code
            else
                if RunLockIsHeld
                    display "batch-run.lock is held by "
                        function trim(RunLockHolderProgram) " for run "
                        RunLockHolderRunId ", not run " BatchRunId
                        " - left in place"
                else
                    display "batch-run.lock is not held - nothing to release"
                end-if
                move 4 to return-code
            end-if
        when other
            display "RUN_LOCK_ACTION must be ACQUIRE or RELEASE"
            move 16 to return-code
    end-evaluate

    stop run.

copy RUNCTL.

copy RUNLOCK.

copy RUNID.
end program AOC-2021-RUN-LOCK-1.
