            organization is line sequential
            file status is LedgerFileStatus.

        copy RUNCTLSL.

        copy RUNLOCKSL.

        copy RUNPARMSL.

data division.
fd LedgerFile.
01 LedgerLine                copy LEDGERLINE.

copy RUNCTLFD.

copy RUNLOCKFD.

copy RUNPARMFD.

working-storage section.

copy RUNPARMWS.

copy RUNCTLWS.

copy RUNLOCKWS.

copy RUNIDWS.

procedure division.
Begin.
    move function current-date(9:6) to RunStartTime
    perform EstablishBatchRunId
    move "AOC-2021-DAY-1-ANOMALY-1" to RunLockRequester
    perform AcquireRunLock

    perform EstablishDetailFileName
    perform EstablishOperatorThresholds
        display "cannot open detail file " function trim(DetailFileName)
            " (file status " DetailFileStatus ") - run the sonar sweep first"
        move 16 to return-code
        perform ReleaseRunLock
        stop run
    end-if

        move 0 to return-code
    end-if

    perform ReleaseRunLock
    stop run.

EstablishDetailFileName.
            function trim(ParmEffectiveList) delimited by size
        into LedgerDetailLine
    write LedgerLine from LedgerDetailLine
    perform RecordRunControl

    close LedgerFile.

copy RUNPARM.

copy RUNCTL.

copy RUNLOCK.

copy RUNID.
end program AOC-2021-DAY-1-ANOMALY-1.
