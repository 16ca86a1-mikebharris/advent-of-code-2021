            record key is MasterKey
            file status is MasterFileStatus.

        select TideFile assign to TideFileName
            organization is line sequential
            file status is TideFileStatus.

        select LedgerFile assign to "batch-ledger.txt"
            organization is line sequential
            file status is LedgerFileStatus.

        copy RUNCTLSL.

        copy RUNLOCKSL.

        copy FEEDREGSL.

data division.
fd MasterFile.
    copy DAY1MASTREC.

fd TideFile.
01 filler.
    88 EndOfTideFile        value high-values.
    02 TideRecord           pic x(80). *> yyyymmdd hhmm hhmm height

fd LedgerFile.
01 LedgerLine                copy LEDGERLINE.

copy RUNCTLFD.

copy RUNLOCKFD.

copy FEEDREGFD.

working-storage section.
01 PurgeEndSwitch            pic x value "N".
    88 EndOfPurge            value "Y".

*> the tide table gives the height of the water above chart datum for a
*> survey date and time window; a survey date it does not cover is
*> loaded with its raw depth standing in, flagged as uncorrected
01 TideFileName              pic x(100).
01 TideFileStatus            pic xx.
01 SurveyTime                pic x(4).
01 TideDateField             pic x(10).
01 TideFromField             pic x(6).
01 TideToField               pic x(6).
01 TideHeightField           pic x(8).
01 TideHeightDigits          pic x(8).
01 TideLineNumber            pic 9(6) value zero.
01 NumberOfBadTideLines      pic 9(6) value zero.
01 TideEntriesForDate        pic 9(4) value zero.
01 TideWindowMatches         pic 9(4) value zero.
01 CandidateTideHeight       pic s9(4) value zero.
01 SurveyTideHeight          pic s9(4) value zero.
01 SurveyTideFlag            pic x value "U".
    88 SurveyTideFound       value "C".
    88 SurveyTideMissing     value "U".
01 TideMissingReason         pic x(50) value spaces.
01 CorrectedDepthWork        pic s9(5).
01 TideLedgerField           pic x(5).
01 TideHeightDisplay         pic -9(4).
01 NumberOfUncorrected       pic 9(6) value zero.

*> offload feeds may carry a header (HDR date source) and a trailer
*> (TRL count) so a truncated transfer can be told apart from a short survey
01 ControlledFeedFlag        pic x value "N".

copy FEEDREGWS.

copy RUNCTLWS.

copy RUNLOCKWS.

copy RUNIDWS.

procedure division.
Begin.
    move function current-date(9:6) to RunStartTime
    perform EstablishBatchRunId
    move "AOC-2021-DAY-1-LOAD-1" to RunLockRequester
    perform AcquireRunLock

    perform EstablishInputFileName
    perform EstablishSurveyDate
            MasterFileStatus ")"
        close InputFile
        move 16 to return-code
        perform ReleaseRunLock
        stop run
    end-if

        end-if
    end-if

    perform EstablishSurveyTide

    perform with test before until EndOfInputFile
        if function trim(Depth) is numeric
            move function numval(Depth) to CleanDepth
        NumberOfReplaced " replaced, " NumberOfPurged
        " superseded purged) into day1-master.dat for survey date "
        SurveyDate
    if NumberOfUncorrected is greater than zero
        display "WARNING: " NumberOfUncorrected " readings for survey date "
            SurveyDate " flagged UNCORRECTED - "
            function trim(TideMissingReason)
    end-if

    perform WriteLedgerEntry

            move 12 to return-code
        when NumberOfReadings is equal to zero
            move 16 to return-code
        when NumberOfUncorrected is greater than zero
            move 4 to return-code
        when other
            move 0 to return-code
    end-evaluate

    perform ReleaseRunLock
    stop run.

EstablishInputFileName.
    end-if
    display "loading readings under survey date " SurveyDate.

EstablishSurveyTide.
    accept TideFileName from environment "DAY1_TIDE_FILE"
    if TideFileName is equal to spaces
        move "tide-table.txt" to TideFileName
    end-if
    accept SurveyTime from environment "DAY1_SURVEY_TIME"
    if SurveyTime is not equal to spaces and SurveyTime is not numeric
        display "ignoring DAY1_SURVEY_TIME " SurveyTime
            " - the survey time must be hhmm"
        move spaces to SurveyTime
    end-if

    open input TideFile
    if TideFileStatus is not equal to "00"
        move "no tide table could be opened" to TideMissingReason
        display "cannot open tide table " function trim(TideFileName)
            " (file status " TideFileStatus ")"
    else
        read TideFile
            at end set EndOfTideFile to true
        end-read
        perform with test before until EndOfTideFile
            add 1 to TideLineNumber
            if TideRecord is not equal to spaces
                    and TideRecord(1:1) is not equal to "*"
                perform MatchTideEntry
            end-if
            read TideFile
                at end set EndOfTideFile to true
            end-read
        end-perform
        close TideFile
        perform SelectSurveyTide
    end-if

    if SurveyTideFound
        move SurveyTideHeight to TideHeightDisplay
        move TideHeightDisplay to TideLedgerField
        display "reducing depths to chart datum by a tide height of "
            TideHeightDisplay
    else
        move "NONE" to TideLedgerField
        display "no tide correction for survey date " SurveyDate " - "
            function trim(TideMissingReason)
    end-if.

MatchTideEntry.
    move spaces to TideDateField TideFromField TideToField TideHeightField
    unstring TideRecord delimited by all space
        into TideDateField TideFromField TideToField TideHeightField
    if TideHeightField(1:1) is equal to "+" or "-"
        move TideHeightField(2:) to TideHeightDigits
    else
        move TideHeightField to TideHeightDigits
    end-if

    evaluate true
        when function trim(TideDateField) is not numeric
                or function trim(TideFromField) is not numeric
                or function trim(TideToField) is not numeric
                or TideHeightDigits is equal to spaces
                or function trim(TideHeightDigits) is not numeric
                or function numval(TideHeightDigits) is greater than 9999
            add 1 to NumberOfBadTideLines
            display "skipping unusable tide table line " TideLineNumber
                ": " function trim(TideRecord)
        when TideDateField(1:8) is not equal to SurveyDate
            continue
        when other
            add 1 to TideEntriesForDate
            move function numval(TideHeightField) to CandidateTideHeight
            if SurveyTime is equal to spaces
                move CandidateTideHeight to SurveyTideHeight
            else
                if SurveyTime is not less than TideFromField(1:4)
                        and SurveyTime is not greater than TideToField(1:4)
                    add 1 to TideWindowMatches
                    if TideWindowMatches is equal to 1
                        move CandidateTideHeight to SurveyTideHeight
                    end-if
                end-if
            end-if
    end-evaluate.

SelectSurveyTide.
    *> without a survey time only a date with a single tide window can
    *> be corrected; guessing between windows would be no better than
    *> leaving the readings raw
    evaluate true
        when TideEntriesForDate is equal to zero
            move "no tide entry for the survey date" to TideMissingReason
        when SurveyTime is equal to spaces and TideEntriesForDate is equal to 1
            set SurveyTideFound to true
        when SurveyTime is equal to spaces
            move "several tide windows - DAY1_SURVEY_TIME needed"
                to TideMissingReason
        when TideWindowMatches is equal to zero
            move "no tide window covers the survey time"
                to TideMissingReason
        when other
            set SurveyTideFound to true
    end-evaluate.

LoadMasterRecord.
    move SurveyDate to MasterSurveyDate
    move NumberOfReadings to MasterReadingSeq
    move CleanDepth to MasterDepth
    if SurveyTideFound
        *> water above chart datum adds to the sounding, so it comes off
        compute CorrectedDepthWork = CleanDepth - SurveyTideHeight
        if CorrectedDepthWork is less than zero
            move zero to CorrectedDepthWork
        end-if
        if CorrectedDepthWork is greater than 9999
            move 9999 to CorrectedDepthWork
        end-if
        move CorrectedDepthWork to MasterCorrectedDepth
        move SurveyTideHeight to MasterTideHeight
        set MasterTideCorrected to true
    else
        move CleanDepth to MasterCorrectedDepth
        move zero to MasterTideHeight
        set MasterTideMissing to true
        add 1 to NumberOfUncorrected
    end-if
    write MasterRecord
        invalid key
            rewrite MasterRecord
            "end=" RunEndTime " "
            "records=" NumberOfReadings " "
            "result=" NumberOfLoaded " "
            "tide=" function trim(TideLedgerField) " "
            "date=" LedgerRunDate " "
            "run=" BatchRunId
        delimited by size into LedgerDetailLine
    write LedgerLine from LedgerDetailLine
    perform RecordRunControl

    close LedgerFile.

copy FEEDREG.

copy RUNCTL.

copy RUNLOCK.

copy RUNID.
end program AOC-2021-DAY-1-LOAD-1.
