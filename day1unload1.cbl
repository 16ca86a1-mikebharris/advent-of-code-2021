            organization is line sequential
            file status is LedgerFileStatus.

        copy RUNCTLSL.

        copy RUNLOCKSL.

        copy OUTGENSL.

data division.
fd LedgerFile.
01 LedgerLine                copy LEDGERLINE.

copy RUNCTLFD.

copy RUNLOCKFD.

copy OUTGENFD.

working-storage section.
    02 BackupSurveyDate      pic 9(8).
    02 BackupReadingSeq      pic 9(6).
    02 BackupDepth           pic 9(4).
    02 BackupCorrectedDepth  pic 9(4).
    02 BackupTideHeight      pic s9(4) sign is leading separate.
    02 BackupTideStatus      pic x.

01 BackupHeaderLine          pic x(40).
01 BackupTrailerLine         pic x(40).

copy OUTGENWS.

copy RUNCTLWS.

copy RUNLOCKWS.

copy RUNIDWS.

procedure division.
Begin.
    move function current-date(9:6) to RunStartTime
    perform EstablishBatchRunId
    move "AOC-2021-DAY-1-UNLOAD-1" to RunLockRequester
    perform AcquireRunLock
    move "AOC-2021-DAY-1-UNLOAD-1" to GenProgramId
    move RunStartTime to GenRunStamp

        display "cannot open day1-master.dat (file status "
            MasterFileStatus ") - nothing to unload or verify"
        move 16 to return-code
        perform ReleaseRunLock
        stop run
    end-if

        end-evaluate
    end-if

    perform ReleaseRunLock
    stop run.

EstablishRunMode.
                move MasterSurveyDate to BackupSurveyDate
                move MasterReadingSeq to BackupReadingSeq
                move MasterDepth to BackupDepth
                move MasterCorrectedDepth to BackupCorrectedDepth
                move MasterTideHeight to BackupTideHeight
                move MasterTideStatus to BackupTideStatus
                write BackupLine from BackupDataRecord
            end-if
        end-if
            "run=" BatchRunId
        delimited by size into LedgerDetailLine
    write LedgerLine from LedgerDetailLine
    perform RecordRunControl

    close LedgerFile.

copy OUTGEN.

copy RUNCTL.

copy RUNLOCK.

copy RUNID.
end program AOC-2021-DAY-1-UNLOAD-1.
