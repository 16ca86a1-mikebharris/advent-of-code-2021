AcquireRunLock.
    *> performed as soon as the batch run id is known, before anything
    *> is opened, with the caller named in RunLockRequester. a lock
    *> held for another run refuses this one with condition code 24; a
    *> lock older than RUN_LOCK_STALE_MINUTES (default 240) is reported
    *> stale and only taken over when RUN_LOCK_OVERRIDE=Y
    perform ReadRunLock
    evaluate true
        when not RunLockIsHeld
            perform TakeRunLock
        when RunLockHolderRunId is equal to BatchRunId
            display "running under the lock held by "
                function trim(RunLockHolderProgram) " for run " BatchRunId
        when other
            perform EstablishRunLockAge
            if RunLockAgeMinutes is greater than RunLockStaleMinutes
                if RunLockOverrideGiven
                    display "STALE run lock held by "
                        function trim(RunLockHolderProgram) " for run "
                        RunLockHolderRunId " since " RunLockHolderDate " "
                        RunLockHolderTime " (" RunLockAgeMinutes
                        " minutes) - cleared on operator override"
                    move "OVERRIDE" to RunLockAction
                    perform WriteRunLockLedgerEntry
                    perform TakeRunLock
                else
                    display "STALE run lock held by "
                        function trim(RunLockHolderProgram) " for run "
                        RunLockHolderRunId " since " RunLockHolderDate " "
                        RunLockHolderTime " (" RunLockAgeMinutes
                        " minutes) - make sure it is not running, then"
                        " rerun with RUN_LOCK_OVERRIDE=Y to clear it"
                    move "STALE" to RunLockAction
                    perform RefuseRunLock
                end-if
            else
                display "refused: batch-run.lock is held by "
                    function trim(RunLockHolderProgram) " for run "
                    RunLockHolderRunId " since " RunLockHolderDate " "
                    RunLockHolderTime " - "
                    function trim(RunLockRequester)
                    " cannot run until it finishes"
                move "REFUSED" to RunLockAction
                perform RefuseRunLock
            end-if
    end-evaluate.

ReadRunLock.
    move "N" to RunLockHeldSwitch
    open input RunLockFile
    if RunLockFileStatus is equal to "00"
        read RunLockFile into RunLockEntry
            at end continue
            not at end
                if RunLockLine is not equal to spaces
                    set RunLockIsHeld to true
                end-if
        end-read
        close RunLockFile
    end-if.

EstablishRunLockAge.
    move function current-date(1:14) to RunLockNow
    move 240 to RunLockStaleMinutes
    accept RunLockStaleSetting from environment "RUN_LOCK_STALE_MINUTES"
    if RunLockStaleSetting is not equal to spaces
            and function trim(RunLockStaleSetting) is numeric
        move function numval(RunLockStaleSetting) to RunLockStaleMinutes
    end-if
    accept RunLockOverride from environment "RUN_LOCK_OVERRIDE"

    if RunLockHolderDate is numeric
            and RunLockHolderDate is not less than 16010101
            and RunLockHolderTime is numeric
        compute RunLockAgeMinutes =
            (function integer-of-date(RunLockNowDate)
             - function integer-of-date(RunLockHolderDate)) * 1440
            + RunLockNowHour * 60 + RunLockNowMinute
            - RunLockHolderHour * 60 - RunLockHolderMinute
    else
        *> a lock that cannot be dated is as good as stale
        move 999999999 to RunLockAgeMinutes
    end-if.

TakeRunLock.
    move function current-date(1:14) to RunLockNow
    move RunLockRequester to RunLockHolderProgram
    move BatchRunId to RunLockHolderRunId
    move RunLockNowDate to RunLockHolderDate
    move RunLockNowTime to RunLockHolderTime
    open output RunLockFile
    if RunLockFileStatus is not equal to "00"
        display "cannot write batch-run.lock (file status "
            RunLockFileStatus ") - "
            function trim(RunLockRequester) " not run"
        move 24 to return-code
        stop run
    end-if
    write RunLockLine from RunLockEntry
    close RunLockFile
    move RunLockEntry to RunLockOwnEntry
    set RunLockTaken to true.

ReleaseRunLock.
    *> performed before every stop run; only a lock this program still
    *> holds is freed, so one taken over by an override is left alone
    if RunLockTaken
        move "N" to RunLockTakenSwitch
        perform ReadRunLock
        if RunLockIsHeld and RunLockEntry is equal to RunLockOwnEntry
            open output RunLockFile
            close RunLockFile
        end-if
    end-if.

RefuseRunLock.
    perform WriteRunLockLedgerEntry
    move 24 to return-code
    stop run.

WriteRunLockLedgerEntry.
    move function current-date(1:14) to RunLockNow

    open extend LedgerFile
    if LedgerFileStatus is equal to "35"
        open output LedgerFile
    end-if

    move spaces to LedgerDetailLine
    string "AOC-2021-RUN-LOCK" " "
            "batch-run.lock" " "
            "start=" RunLockNowTime " "
            "end=" RunLockNowTime " "
            "records=1 "
            "result=" RunLockAgeMinutes " "
            "date=" RunLockNowDate " "
            "run=" BatchRunId " "
            "action=" delimited by size
            RunLockAction delimited by space
            " requester=" delimited by size
            RunLockRequester delimited by space
            " holder=" delimited by size
            RunLockHolderProgram delimited by space
            " held=" delimited by size
            RunLockHolderRunId delimited by space
        into LedgerDetailLine
    write LedgerLine from LedgerDetailLine
    perform RecordRunControl

    close LedgerFile
    move spaces to LedgerDetailLine.
