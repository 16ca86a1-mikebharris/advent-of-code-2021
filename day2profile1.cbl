            organization is line sequential
            file status is LedgerFileStatus.

        copy RUNCTLSL.

        copy RUNLOCKSL.

data division.
file section.
fd TrackFile.
fd LedgerFile.
01 LedgerLine                copy LEDGERLINE.

copy RUNCTLFD.

copy RUNLOCKFD.

working-storage section.
01 TrackFileName             pic x(100).
01 TrackFileStatus           pic xx.
01 LedgerDetailLine          copy LEDGERLINE.
01 LedgerRunDate             pic 9(8).

copy RUNCTLWS.

copy RUNLOCKWS.

copy RUNIDWS.

procedure division.
Begin.
    move function current-date(9:6) to RunStartTime
    perform EstablishBatchRunId
    move "AOC-2021-DAY-2-PROFILE-1" to RunLockRequester
    perform AcquireRunLock

    perform EstablishFileNames
    perform EstablishOperatorLimits
            " (file status " TrackFileStatus
            ") - run the pilot command processor first"
        move 16 to return-code
        perform ReleaseRunLock
        stop run
    end-if

            move 0 to return-code
    end-evaluate

    perform ReleaseRunLock
    stop run.

EstablishFileNames.
            "run=" BatchRunId
        delimited by size into LedgerDetailLine
    write LedgerLine from LedgerDetailLine
    perform RecordRunControl

    close LedgerFile.

copy RUNCTL.

copy RUNLOCK.

copy RUNID.
end program AOC-2021-DAY-2-PROFILE-1.
