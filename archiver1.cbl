            organization is line sequential
            file status is SummaryFileStatus.

        *> only for the run lock's entries: the ledger itself is read and
        *> rewritten through LiveFile
        select LedgerFile assign to "batch-ledger.txt"
            organization is line sequential
            file status is LedgerFileStatus.

        copy RUNCTLSL.

        copy RUNLOCKSL.

        copy RUNPARMSL.

data division.
file section.
fd LiveFile.
01 LiveRecord                pic x(256).

fd ArchiveFile.
01 ArchiveLine               pic x(256).

fd WorkFile.
01 WorkRecord                pic x(256).

fd SummaryFile.
01 SummaryLine               pic x(150).

fd LedgerFile.
01 LedgerLine                copy LEDGERLINE.

copy RUNCTLFD.

copy RUNLOCKFD.

copy RUNPARMFD.

working-storage section.

01 SummaryDetailLine         pic x(150) value spaces.

01 LedgerFileStatus          pic xx.
01 LedgerDetailLine          copy LEDGERLINE.

copy RUNPARMWS.

copy RUNCTLWS.

copy RUNLOCKWS.

copy RUNIDWS.

procedure division.
Begin.
    perform EstablishBatchRunId
    move "AOC-2021-ARCHIVE-1" to RunLockRequester
    perform AcquireRunLock

    perform EstablishRetentionPeriod
    perform ComputeCutoffDate

        " - see archive-summary.txt"

    move 0 to return-code
    perform ReleaseRunLock
    stop run.

EstablishRetentionPeriod.
    close SummaryFile.

copy RUNPARM.

copy RUNCTL.

copy RUNLOCK.

copy RUNID.
end program AOC-2021-ARCHIVE-1.
