            organization is line sequential
            file status is LedgerFileStatus.

        copy RUNCTLSL.

        copy RUNLOCKSL.

        copy RUNPARMSL.

        copy REJSTATSL.
fd LedgerFile.
01 LedgerLine               copy LEDGERLINE.

copy RUNCTLFD.

copy RUNLOCKFD.

copy RUNPARMFD.

copy REJSTATFD.

copy REJSTATWS.

copy RUNCTLWS.

copy RUNLOCKWS.

copy RUNIDWS.

procedure division.
Begin.
    move function current-date(9:6) to RunStartTime
    perform EstablishBatchRunId
    move "AOC-2021-DAY-2-TEST-1" to RunLockRequester
    perform AcquireRunLock

    perform EstablishRejectTolerance

            move 0 to return-code
    end-evaluate

    perform ReleaseRunLock
    stop run.

EstablishRejectTolerance.
            "result=" FinalAimAdjustedPosition " "
            "date=" LedgerRunDate " "
            "run=" BatchRunId " "
            "in=" LineNumber " "
            "acc=" NumberOfReadings " "
            "rej=" NumberOfRejects " "
            "dual=" NumberOfBreaches " "
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
end program AOC-2021-DAY-2-TEST-1.
