            organization is line sequential
            file status is LedgerFileStatus.

        copy RUNCTLSL.

        copy RUNLOCKSL.

        select HistoryFile assign to "day3-history.txt"
            organization is line sequential
            file status is HistoryFileStatus.
            organization is line sequential
            file status is ClearanceFileStatus.

        select BasinFile assign to "day9-basins.txt"
            organization is line sequential
            file status is BasinFileStatus.

        select ExtractFile assign to "fleet-extract.txt"
            organization is line sequential.

fd LedgerFile.
01 LedgerLine                copy LEDGERLINE.

copy RUNCTLFD.

copy RUNLOCKFD.

fd HistoryFile.
01 filler.
    88 EndOfHistoryFile     value high-values.
    88 EndOfClearanceFile   value high-values.
    02 ClearanceRecord      pic x(120).

fd BasinFile.
    copy DAY9BASINREC.

fd ExtractFile.
01 ExtractLine               pic x(80).

01 LedgerFileStatus          pic xx.
01 HistoryFileStatus         pic xx.
01 ClearanceFileStatus       pic xx.
01 BasinFileStatus           pic xx.
01 BasinEndSwitch            pic x value "N".
    88 EndOfBasinFile        value "Y".

copy OUTGENWS.

*> the outbound records are fixed-field, so the shore system can load
*> them unattended: positional layouts, no keyword=value parsing
01 ExtractHeaderRecord.
    02 ClrGroundings         pic 9(6).
    02 ClrMinimumClearance   pic s9(7) sign is trailing separate.

01 BasinExtractRecord.
    02 BsnRecordType         pic x(3) value "BSN".
    02 BsnRunDate            pic 9(8).
    02 BsnLowPoints          pic 9(6).
    02 BsnRiskSum            pic 9(8).
    02 BsnLargest1           pic 9(6).
    02 BsnLargest2           pic 9(6).
    02 BsnLargest3           pic 9(6).
    02 BsnProduct            pic 9(18).

01 ExtractTrailerRecord.
    02 TrlRecordType         pic x(3) value "TRL".
    02 TrlRecordCount        pic 9(8).
    88 PowerDataFound        value "Y".
01 ClearanceFound            pic x value "N".
    88 ClearanceDataFound    value "Y".
01 BasinFound                pic x value "N".
    88 BasinDataFound        value "Y".

01 HistoryDateField          pic x(12).
01 HistoryGammaField         pic x(20).
01 LedgerDetailLine          copy LEDGERLINE.
01 LedgerRunDate             pic 9(8).

copy RUNCTLWS.

copy RUNLOCKWS.

copy RUNIDWS.

procedure division.
Begin.
    move function current-date(9:6) to RunStartTime
    perform EstablishBatchRunId
    move "AOC-2021-EXTRACT-1" to RunLockRequester
    perform AcquireRunLock
    move "AOC-2021-EXTRACT-1" to GenProgramId
    move RunStartTime to GenRunStamp

    move function current-date(1:8) to HdrExtractDate
    move function current-date(9:6) to HdrExtractTime

    perform CollectSonarResultFromRunControl
    perform CollectPowerResultFromHistory
    perform CollectClearanceSummary
    perform CollectBasinSummary

    open output ExtractFile
    write ExtractLine from ExtractHeaderRecord
        write ExtractLine from ClearanceExtractRecord
        add 1 to NumberOfDataRecords
    end-if
    if BasinDataFound
        write ExtractLine from BasinExtractRecord
        add 1 to NumberOfDataRecords
    end-if

    move NumberOfDataRecords to TrlRecordCount
    write ExtractLine from ExtractTrailerRecord
    display "fleet extract holds " NumberOfDataRecords
        " data records (sonar=" SonarFound
        " power=" PowerFound
        " clearance=" ClearanceFound
        " basin=" BasinFound ")"

    move "fleet-extract" to GenBaseName
    move "fleet-extract.txt" to GenSourceFileName
            move 4 to return-code
    end-evaluate

    perform ReleaseRunLock
    stop run.

CollectSonarResultFromRunControl.
    *> the latest sonar sweep entry wins, exactly as the digest finds it
    open input RunControlFile
    if RunCtlFileStatus is not equal to "00"
        display "no run-control.dat to extract sonar results from"
            " (file status " RunCtlFileStatus ")"
    else
        move "AOC-2021-DAY-1-TEST-1" to RunCtlWantedProgram
        perform FindLatestRunControl
        if RunCtlEntryFound
            set SonarDataFound to true
            move RunCtlRecordCount to SnrReadings
            move RunCtlResult to SnrIncreases
            move RunCtlRunDate to SnrRunDate
        end-if
        close RunControlFile
    end-if.

CollectPowerResultFromHistory.
            end-if
    end-evaluate.

CollectBasinSummary.
    *> the basin section only goes ashore when a heightmap run has
    *> left its summary; its absence does not make the extract partial
    open input BasinFile
    if BasinFileStatus is not equal to "00"
        display "no day9-basins.txt to extract a basin section from"
            " (file status " BasinFileStatus ")"
    else
        read BasinFile
            at end set EndOfBasinFile to true
        end-read
        perform with test before until EndOfBasinFile
            if BasinSummaryRecord and BasinRiskSum is numeric
                set BasinDataFound to true
                move BasinRunDate to BsnRunDate
                move BasinLowPoints to BsnLowPoints
                move BasinRiskSum to BsnRiskSum
                move BasinLargest1 to BsnLargest1
                move BasinLargest2 to BsnLargest2
                move BasinLargest3 to BsnLargest3
                move BasinProduct to BsnProduct
            end-if
            read BasinFile
                at end set EndOfBasinFile to true
            end-read
        end-perform
        close BasinFile
    end-if.

WriteLedgerEntry.
    move function current-date(9:6) to RunEndTime
    move function current-date(1:8) to LedgerRunDate
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
end program AOC-2021-EXTRACT-1.
