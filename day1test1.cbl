            organization is line sequential
            file status is LedgerFileStatus.

        copy RUNCTLSL.

        copy RUNLOCKSL.

        copy OUTGENSL.

        copy FEEDREGSL.
fd LedgerFile.
01 LedgerLine                copy LEDGERLINE.

copy RUNCTLFD.

copy RUNLOCKFD.

copy OUTGENFD.

copy FEEDREGFD.

copy FEEDREGWS.

copy RUNCTLWS.

copy RUNLOCKWS.

copy RUNIDWS.

procedure division.
Begin.
    move function current-date(9:6) to RunStartTime
    perform EstablishBatchRunId
    move "AOC-2021-DAY-1-TEST-1" to RunLockRequester
    perform AcquireRunLock
    move "AOC-2021-DAY-1-TEST-1" to GenProgramId
    move RunStartTime to GenRunStamp

            move 0 to return-code
    end-evaluate

    perform ReleaseRunLock
    stop run.

ReadDepthRecord.
            "run=" BatchRunId
        delimited by size into LedgerDetailLine
    write LedgerLine from LedgerDetailLine
    perform RecordRunControl

    close LedgerFile.


copy FEEDREG.

copy RUNCTL.

copy RUNLOCK.

copy RUNID.
end program AOC-2021-DAY-1-TEST-1.
