            organization is line sequential
            file status is LedgerFileStatus.

        copy RUNCTLSL.

        copy RUNLOCKSL.

data division.
file section.
fd BackupFile.
fd LedgerFile.
01 LedgerLine                copy LEDGERLINE.

copy RUNCTLFD.

copy RUNLOCKFD.

working-storage section.
01 BackupFileName            pic x(100).
01 BackupFileStatus          pic xx.
    02 BackupSurveyDate      pic 9(8).
    02 BackupReadingSeq      pic 9(6).
    02 BackupDepth           pic 9(4).
    02 BackupCorrectedDepth  pic 9(4).
    02 BackupTideHeight      pic s9(4) sign is leading separate.
    02 BackupTideStatus      pic x.
        88 BackupTideCorrected value "C".
        88 BackupTideMissing value "U".

01 HeaderSeenFlag            pic x value "N".
    88 BackupHeaderSeen      value "Y".
01 LedgerDetailLine          copy LEDGERLINE.
01 LedgerRunDate             pic 9(8).

copy RUNCTLWS.

copy RUNLOCKWS.

copy RUNIDWS.

procedure division.
Begin.
    move function current-date(9:6) to RunStartTime
    perform EstablishBatchRunId
    move "AOC-2021-DAY-1-RELOAD-1" to RunLockRequester
    perform AcquireRunLock
    perform EstablishBackupFileName

    open input BackupFile
        display "cannot open backup " function trim(BackupFileName)
            " (file status " BackupFileStatus ") - nothing to reload"
        move 16 to return-code
        perform ReleaseRunLock
        stop run
    end-if

            MasterFileStatus ")"
        close BackupFile
        move 16 to return-code
        perform ReleaseRunLock
        stop run
    end-if

            move 0 to return-code
    end-evaluate

    perform ReleaseRunLock
    stop run.

EstablishBackupFileName.
            set BackupHeaderSeen to true
        when BackupLine(1:4) is equal to "TRL "
            perform ParseBackupTrailer
        when BackupLine(1:18) is numeric and BackupLine(19:10) is equal to spaces
            *> a backup taken before depths were tide-corrected: the raw
            *> depth stands in and the reading is flagged uncorrected
            move BackupLine(1:18) to BackupDataRecord
            move BackupDepth to BackupCorrectedDepth
            move zero to BackupTideHeight
            set BackupTideMissing to true
            perform ReloadOneRecord
        when BackupLine(1:22) is numeric
                and (BackupLine(23:1) is equal to "+" or "-")
                and BackupLine(24:4) is numeric
                and (BackupLine(28:1) is equal to "C" or "U")
            move BackupLine(1:28) to BackupDataRecord
            perform ReloadOneRecord
        when other
            add 1 to NumberOfBadRecords
    move BackupSurveyDate to MasterSurveyDate
    move BackupReadingSeq to MasterReadingSeq
    move BackupDepth to MasterDepth
    move BackupCorrectedDepth to MasterCorrectedDepth
    move BackupTideHeight to MasterTideHeight
    move BackupTideStatus to MasterTideStatus
    write MasterRecord
        invalid key continue
    end-write
            "run=" BatchRunId
        delimited by size into LedgerDetailLine
    write LedgerLine from LedgerDetailLine
    perform RecordRunControl

    close LedgerFile.

copy RUNCTL.

copy RUNLOCK.

copy RUNID.
end program AOC-2021-DAY-1-RELOAD-1.
