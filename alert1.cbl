            organization is line sequential
            file status is LedgerFileStatus.

        copy RUNCTLSL.

        copy RUNLOCKSL.

data division.
file section.
fd ScanFile.
fd LedgerFile.
01 LedgerLine                copy LEDGERLINE.

copy RUNCTLFD.

copy RUNLOCKFD.

working-storage section.
01 ScanFileName              pic x(100).
01 ScanFileStatus            pic xx.
*> the source program that wrote it, a category tag, its severity,
*> how many times it occurred and the first instance seen
01 AlertTable.
    02 AlertEntry occurs 20 times.
        03 AlertSource       pic x(30).
        03 AlertTag          pic x(20).
        03 AlertSeverity     pic 99.
01 NumberOfFindings          pic 9(6) value zero.
01 NumberOfAlertLines        pic 9(6) value zero.
01 WorstSeverity             pic 99 value zero.
01 NumberOfCriticalFindings  pic 9(6) value zero.
01 NumberOfWarningFindings   pic 9(6) value zero.
01 NumberOfInfoFindings      pic 9(6) value zero.
01 SourceFileIndex           pic 99.

01 TodaysDate.
01 LedgerDetailLine          copy LEDGERLINE.
01 LedgerRunDate             pic 9(8).

copy RUNCTLWS.

copy RUNLOCKWS.

copy RUNIDWS.

procedure division.
Begin.
    move function current-date(9:6) to RunStartTime
    perform EstablishBatchRunId
    move "AOC-2021-ALERT-1" to RunLockRequester
    perform AcquireRunLock

    perform DefineAlertCategories

    perform with test before varying SourceFileIndex from 1 by 1
            until SourceFileIndex is greater than 9
        perform ScanOneExceptionFile
    end-perform

    perform WriteLedgerEntry

    move WorstSeverity to return-code
    perform ReleaseRunLock
    stop run.

DefineAlertCategories.
    move "AOC-2021-CLEARANCE-1" to NewSource
    move "CLEARANCE-WARNING" to NewTag
    move 08 to NewSeverity
    perform AddAlertCategory

    move "AOC-2021-CLEARANCE-1" to NewSource
    move "VENT-HAZARD" to NewTag
    move 12 to NewSeverity
    perform AddAlertCategory

    move "AOC-2021-DAY-10-TEST-1" to NewSource
    move "SYNTAX-CORRUPT" to NewTag
    move 08 to NewSeverity
    perform AddAlertCategory

    move "AOC-2021-DAY-2-ROUTE-1" to NewSource
    move "ROUTE-OFF-PLAN" to NewTag
    move 08 to NewSeverity
    perform AddAlertCategory
    move "AOC-2021-DAY-2-ROUTE-1" to NewSource
    move "WAYPOINT-MISSED" to NewTag
    move 08 to NewSeverity
    perform AddAlertCategory

    move "AOC-2021-BALANCE-1" to NewSource
    move "OUT-OF-BALANCE" to NewTag
    move 12 to NewSeverity
    perform AddAlertCategory.

AddAlertCategory.
        when 4 move "day3-sensor-health.txt" to ScanFileName
        when 5 move "day3-trend.txt" to ScanFileName
        when 6 move "day1-recon.txt" to ScanFileName
        when 7 move "day10-rejects.txt" to ScanFileName
        when 8 move "day2-deviation.txt" to ScanFileName
        when 9 move "run-balance.txt" to ScanFileName
    end-evaluate

    move spaces to ScanRecord
            if ScanRecord(1:20) is equal to "CLEARANCE WARNING at"
                move 12 to MatchedCategory
            end-if
            if ScanRecord(1:14) is equal to "VENT HAZARD at"
                move 13 to MatchedCategory
            end-if
        when 4
            perform ClassifySensorHealthLine
        when 5
            if ScanRecord(1:9) is equal to "UNPAIRED "
                move 11 to MatchedCategory
            end-if
        when 7
            if ScanRecord(1:5) is equal to "line "
                move zero to PatternHits
                inspect ScanRecord tallying PatternHits
                    for all ": CORRUPTED"
                if PatternHits is greater than zero
                    move 14 to MatchedCategory
                end-if
            end-if
        when 8
            if ScanRecord(1:9) is equal to "OFF-PLAN "
                move 15 to MatchedCategory
            end-if
            if ScanRecord(1:9) is equal to "MISSED   "
                move 16 to MatchedCategory
            end-if
        when 9
            if ScanRecord(1:15) is equal to "OUT-OF-BALANCE "
                move 17 to MatchedCategory
            end-if
    end-evaluate

    if MatchedCategory is greater than zero
    add 1 to AlertCount(MatchedCategory)
    if AlertSeverity(MatchedCategory) is greater than WorstSeverity
        move AlertSeverity(MatchedCategory) to WorstSeverity
    end-if
    evaluate AlertSeverity(MatchedCategory)
        when 12
            add 1 to NumberOfCriticalFindings
        when 08
            add 1 to NumberOfWarningFindings
        when other
            add 1 to NumberOfInfoFindings
    end-evaluate.

WriteAlertBand.
    perform with test before varying CategoryIndex from 1 by 1
        open output LedgerFile
    end-if

    *> operations-alerts.txt is rewritten every night, so the findings
    *> per severity band are kept with the ledger entry for the monthly
    *> figures
    string "AOC-2021-ALERT-1" " "
            delimited by size
            "operations-alerts.txt" " "
            "records=" NumberOfFindings " "
            "result=" WorstSeverity " "
            "date=" LedgerRunDate " "
            "run=" BatchRunId " "
            "critical=" NumberOfCriticalFindings " "
            "warning=" NumberOfWarningFindings " "
            "info=" NumberOfInfoFindings
        delimited by size into LedgerDetailLine
    write LedgerLine from LedgerDetailLine
    perform RecordRunControl

    close LedgerFile.

copy RUNCTL.

copy RUNLOCK.

copy RUNID.
end program AOC-2021-ALERT-1.
