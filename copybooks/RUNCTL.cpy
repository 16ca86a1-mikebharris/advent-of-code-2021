RecordRunControl.
    *> performed straight after the ledger line is written: the entry
    *> just built in LedgerDetailLine is filed in run-control.dat with
    *> its figures in fixed fields. opened and closed per entry, as the
    *> reject journal is, and a failure here never fails the step -
    *> the text ledger still holds the entry
    initialize RunControlRecord
    perform varying RunCtlTokenIndex from 1 by 1
            until RunCtlTokenIndex is greater than 24
        move spaces to RunCtlToken(RunCtlTokenIndex)
    end-perform
    unstring LedgerDetailLine delimited by all space
        into RunCtlToken(1) RunCtlToken(2) RunCtlToken(3)
             RunCtlToken(4) RunCtlToken(5) RunCtlToken(6)
             RunCtlToken(7) RunCtlToken(8) RunCtlToken(9)
             RunCtlToken(10) RunCtlToken(11) RunCtlToken(12)
             RunCtlToken(13) RunCtlToken(14) RunCtlToken(15)
             RunCtlToken(16) RunCtlToken(17) RunCtlToken(18)
             RunCtlToken(19) RunCtlToken(20) RunCtlToken(21)
             RunCtlToken(22) RunCtlToken(23) RunCtlToken(24)

    move RunCtlToken(1) to RunCtlProgramId
    move RunCtlToken(2) to RunCtlFileName
    perform varying RunCtlTokenIndex from 3 by 1
            until RunCtlTokenIndex is greater than 24
        if RunCtlToken(RunCtlTokenIndex) is not equal to spaces
            perform RunCtlFileToken
        end-if
    end-perform

    move RunCtlProgramId to RunCtlKeyProgramId
    move RunCtlEndDate to RunCtlKeyEndDate
    move RunCtlEndTime to RunCtlKeyEndTime
    move RunCtlRunId to RunCtlKeyRunId

    set RunCtlEntryFailed to true
    open i-o RunControlFile
    if RunCtlFileStatus is equal to "35"
        open output RunControlFile
        if RunCtlFileStatus is equal to "00"
            close RunControlFile
            open i-o RunControlFile
        end-if
    end-if
    if RunCtlFileStatus is not equal to "00"
        display "run-control.dat cannot be opened (file status "
            RunCtlFileStatus ") - entry kept in batch-ledger.txt only"
    else
        move "N" to RunCtlWriteSwitch
        move zero to RunCtlEntrySeq
        perform with test before until RunCtlWriteDone
            perform RunCtlWriteEntry
        end-perform
        close RunControlFile
    end-if.

RunCtlWriteEntry.
    write RunControlRecord
        invalid key continue
    end-write
    move "N" to RunCtlSameEntrySwitch
    if RunCtlFileStatus is equal to "22" and RunCtlSkipDuplicates
        perform RunCtlCompareStoredEntry
    end-if
    evaluate true
        when RunCtlFileStatus(1:1) is equal to "0"
            set RunCtlEntryFiled to true
            set RunCtlWriteDone to true
        when RunCtlFileStatus is equal to "22"
                and not RunCtlSameEntryOnFile
                and RunCtlEntrySeq is less than 99
            add 1 to RunCtlEntrySeq
        when RunCtlFileStatus is equal to "22" and RunCtlSameEntryOnFile
            set RunCtlEntryDuplicate to true
            set RunCtlWriteDone to true
        when RunCtlFileStatus is equal to "22"
            display "run-control.dat already holds every sequence for "
                function trim(RunCtlProgramId) " ending "
                RunCtlEndDate " " RunCtlEndTime
                " - entry kept in batch-ledger.txt only"
            set RunCtlWriteDone to true
        when other
            display "run-control.dat write failed for "
                function trim(RunCtlProgramId) " (file status "
                RunCtlFileStatus ") - entry kept in batch-ledger.txt only"
            set RunCtlWriteDone to true
    end-evaluate.

RunCtlCompareStoredEntry.
    *> the key only holds run id, program and end second, so the entry
    *> already filed under it is read back before this one is taken to
    *> be a rerun of it; the entry being filed is put back afterwards
    move RunControlRecord to RunCtlPendingRecord
    move RunCtlFileName to RunCtlPendingFileName
    move RunCtlStartTime to RunCtlPendingStartTime
    move RunCtlRecordCount to RunCtlPendingRecordCount
    move RunCtlResultText to RunCtlPendingResultText
    read RunControlFile
        invalid key continue
    end-read
    if RunCtlFileStatus(1:1) is equal to "0"
            and RunCtlFileName is equal to RunCtlPendingFileName
            and RunCtlStartTime is equal to RunCtlPendingStartTime
            and RunCtlRecordCount is equal to RunCtlPendingRecordCount
            and RunCtlResultText is equal to RunCtlPendingResultText
        set RunCtlSameEntryOnFile to true
    end-if
    move RunCtlPendingRecord to RunControlRecord
    move "22" to RunCtlFileStatus.

RunCtlFileToken.
    move spaces to RunCtlTokenName RunCtlTokenValue
    unstring RunCtlToken(RunCtlTokenIndex) delimited by "="
        into RunCtlTokenName RunCtlTokenValue
    evaluate RunCtlTokenName
        when "start"
            if function trim(RunCtlTokenValue) is numeric
                move function numval(RunCtlTokenValue) to RunCtlStartTime
            end-if
        when "end"
            if function trim(RunCtlTokenValue) is numeric
                move function numval(RunCtlTokenValue) to RunCtlEndTime
            end-if
        when "records"
            if function trim(RunCtlTokenValue) is numeric
                move function numval(RunCtlTokenValue)
                    to RunCtlRecordCount
            end-if
        when "result"
            move RunCtlTokenValue to RunCtlResultText
            if function trim(RunCtlTokenValue) is numeric
                move function numval(RunCtlTokenValue) to RunCtlResult
            end-if
        when "date"
            if function trim(RunCtlTokenValue) is numeric
                move function numval(RunCtlTokenValue) to RunCtlRunDate
                move RunCtlRunDate to RunCtlEndDate
            end-if
        when "run"
            move RunCtlTokenValue to RunCtlRunId
        when "in"
            if function trim(RunCtlTokenValue) is numeric
                set RunCtlHasBalanceCounts to true
                move function numval(RunCtlTokenValue) to RunCtlInputCount
            end-if
        when "acc"
            if function trim(RunCtlTokenValue) is numeric
                move function numval(RunCtlTokenValue)
                    to RunCtlAcceptedCount
            end-if
        when "rej"
            if function trim(RunCtlTokenValue) is numeric
                move function numval(RunCtlTokenValue)
                    to RunCtlRejectedCount
            end-if
        when "dual"
            if function trim(RunCtlTokenValue) is numeric
                move function numval(RunCtlTokenValue) to RunCtlDualCount
            end-if
        when "parms"
            move RunCtlTokenValue to RunCtlParameters
        when other
            if RunCtlDetailCount is less than 4
                add 1 to RunCtlDetailCount
                move RunCtlTokenName to RunCtlDetailName(RunCtlDetailCount)
                move RunCtlTokenValue
                    to RunCtlDetailValue(RunCtlDetailCount)
            end-if
    end-evaluate.
