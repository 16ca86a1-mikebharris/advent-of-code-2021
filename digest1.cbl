            organization is line sequential
            file status is LedgerFileStatus.

        copy RUNCTLSL.

        copy RUNLOCKSL.

        select DigestFile assign to "diagnostics-digest.txt"
            organization is line sequential.

fd LedgerFile.
01 LedgerLine               copy LEDGERLINE.

copy RUNCTLFD.

copy RUNLOCKFD.

fd DigestFile.
01 DigestLine               pic x(150).

working-storage section.
copy OUTGENWS.

copy RUNCTLWS.

copy RUNLOCKWS.

copy RUNIDWS.

01 LedgerFileStatus         pic xx.
01 RunStartTime             pic 9(6).
01 RunEndTime               pic 9(6).
01 LedgerDetailLine         copy LEDGERLINE.
01 LedgerRunDate            pic 9(8).
01 NumberOfEntriesFound     pic 9(6) value zero.
01 NumberOfRunsFound        pic 9 value zero.

01 EntryEndStamp            pic 9(14).
01 Day1EndStamp             pic 9(14) value zero.

01 Day1Found                pic x value "N".
    88 Day1RunFound         value "Y".
Begin.
    move function current-date(9:6) to RunStartTime
    perform EstablishBatchRunId
    move "AOC-2021-DIGEST-1" to RunLockRequester
    perform AcquireRunLock
    move "AOC-2021-DIGEST-1" to GenProgramId
    move RunStartTime to GenRunStamp

    open input RunControlFile
    if RunCtlFileStatus is not equal to "00"
        display "cannot open run-control.dat (file status "
            RunCtlFileStatus ") - nothing has run yet"
        move 16 to return-code
        perform ReleaseRunLock
        stop run
    end-if

    *> the newest sonar sweep of either kind is the one reported
    move "AOC-2021-DAY-1-TEST-1" to RunCtlWantedProgram
    perform FindLatestRunControl
    if RunCtlEntryFound
        perform NoteDay1Entry
    end-if
    move "AOC-2021-DAY-1-TEST-2" to RunCtlWantedProgram
    perform FindLatestRunControl
    if RunCtlEntryFound
        perform NoteDay1Entry
    end-if

    move "AOC-2021-DAY-3-TEST-1" to RunCtlWantedProgram
    perform FindLatestRunControl
    if RunCtlEntryFound
        add 1 to NumberOfEntriesFound
        set Day3RunFound to true
        move RunCtlFileName to Day3InputFileName
        move RunCtlResult to Day3Power
    end-if

    move "AOC-2021-DAY-3-AMEND-1" to RunCtlWantedProgram
    perform FindLatestRunControl
    if RunCtlEntryFound
        add 1 to NumberOfEntriesFound
        set AmendRunFound to true
        move RunCtlFileName to AmendInputFileName
        move RunCtlResult to AmendPower
    end-if

    close RunControlFile

    perform WriteDigestReport

        move 16 to return-code
    end-if

    perform ReleaseRunLock
    stop run.

NoteDay1Entry.
    add 1 to NumberOfEntriesFound
    compute EntryEndStamp = RunCtlEndDate * 1000000 + RunCtlEndTime
    if not Day1RunFound or EntryEndStamp is not less than Day1EndStamp
        set Day1RunFound to true
        move EntryEndStamp to Day1EndStamp
        move RunCtlFileName to Day1InputFileName
        move RunCtlResult to Day1Increases
    end-if.

WriteDigestReport.
    move function current-date(1:8) to TodaysDate
            "diagnostics-digest.txt" " "
            "start=" RunStartTime " "
            "end=" RunEndTime " "
            "records=" NumberOfEntriesFound " "
            "result=" NumberOfRunsFound " "
            "date=" LedgerRunDate " "
            "run=" BatchRunId
        delimited by size into LedgerDetailLine
    write LedgerLine from LedgerDetailLine
    perform RecordRunControl

    close LedgerFile.

copy OUTGEN.

copy RUNCTL.

copy RUNCTLRD.

copy RUNLOCK.

copy RUNID.
end program AOC-2021-DIGEST-1.
