            organization is line sequential
            file status is LedgerFileStatus.

        copy RUNCTLSL.

        copy RUNLOCKSL.

        copy RUNPARMSL.

data division.
fd LedgerFile.
01 LedgerLine                copy LEDGERLINE.

copy RUNCTLFD.

copy RUNLOCKFD.

copy RUNPARMFD.

working-storage section.
        03 KeyLine           pic 9(6).
        03 KeyStatus         pic x(11).
        03 KeyText           pic x(40).
        03 KeyReason         pic xx.
        03 KeyOperator       pic x(8).
        03 KeySecondOperator pic x(8).
01 NumberOfKeys              pic 9(4) value zero.
01 KeyIndex                  pic 9(4).
01 MatchedKeyIndex           pic 9(4).

01 JLeftPart                 pic x(160).
01 JRecordPart               pic x(80).
01 JRecordText               pic x(40).
01 JDateField                pic x(14).
01 JLineField                pic x(12).
01 JProgramField             pic x(38).
01 JStatusField              pic x(18).
01 JRunField                 pic x(18).
01 JReasonField              pic x(18).
01 JOperatorField            pic x(18).
01 JSecondField              pic x(18).

01 AgingDays                 pic 9(4) value zero.
01 TodaysDateNumeric         pic 9(8).
01 NumberOfAgedRejects       pic 9(4) value zero.
01 NumberOfAccepted          pic 9(4) value zero.
01 NumberOfDropped           pic 9(4) value zero.
01 NumberOfWrittenOff        pic 9(4) value zero.

01 TodaysDate.
    02 TodaysYear            pic 9(4).
    02 TodaysDay             pic 9(2).

01 AgingDetailLine           pic x(160) value spaces.
01 AgingWorkLine             pic x(160).

01 LedgerFileStatus          pic xx.
01 RunStartTime              pic 9(6).
01 LedgerDetailLine          copy LEDGERLINE.
01 LedgerRunDate             pic 9(8).

copy REJREASON.

copy RUNPARMWS.

copy RUNCTLWS.

copy RUNLOCKWS.

copy RUNIDWS.

procedure division.
Begin.
    move function current-date(9:6) to RunStartTime
    perform EstablishBatchRunId
    move "AOC-2021-REJECT-AGING-1" to RunLockRequester
    perform AcquireRunLock
    perform EstablishOperatorSettings
    perform EstablishInquiryArguments

        display "cannot open reject-status.txt (file status "
            RejStatFileStatus ") - no rejects have been journalled yet"
        move 16 to return-code
        perform ReleaseRunLock
        stop run
    end-if

        perform AssessRejectKey
    end-perform

    perform WriteWrittenOffSection
    perform WriteAgingReportSummary
    close AgingFile

        NumberOfOpenRejects " open ("
        NumberOfAgedRejects " older than " AgingDays " days), "
        NumberOfAccepted " accepted, "
        NumberOfDropped " dropped, "
        NumberOfWrittenOff " written off - see reject-aging.txt"

    perform WriteLedgerEntry

            move 0 to return-code
    end-evaluate

    perform ReleaseRunLock
    stop run.

EstablishOperatorSettings.
    unstring JRecordPart delimited by "]" into JRecordText

    move spaces to JDateField JLineField JProgramField JStatusField
                   JRunField JReasonField JOperatorField JSecondField
    unstring JLeftPart delimited by all space
        into JDateField JLineField JProgramField JStatusField
             JRunField JReasonField JOperatorField JSecondField

    if JDateField(1:5) is not equal to "date="
            or function trim(JDateField(6:)) is not numeric
        if MatchedKeyIndex is greater than zero
            move JStatusField(8:11) to KeyStatus(MatchedKeyIndex)
            move JRecordText to KeyText(MatchedKeyIndex)
            perform NoteWriteOffAuthority
        end-if
    end-if.

NoteWriteOffAuthority.
    *> only a write-off carries reason= and operator= (and second= when
    *> it went over the nightly limit), straight after run=
    move spaces to KeyReason(MatchedKeyIndex)
                   KeyOperator(MatchedKeyIndex)
                   KeySecondOperator(MatchedKeyIndex)
    if JReasonField(1:7) is equal to "reason="
        move JReasonField(8:2) to KeyReason(MatchedKeyIndex)
    end-if
    if JOperatorField(1:9) is equal to "operator="
        move JOperatorField(10:8) to KeyOperator(MatchedKeyIndex)
    end-if
    if JSecondField(1:7) is equal to "second="
        move JSecondField(8:8) to KeySecondOperator(MatchedKeyIndex)
    end-if.

ShowLineIfInquiryMatch.
    if (InquiryLineNumber is equal to zero
            or function numval(JLineField(6:)) is equal to
            add 1 to NumberOfAccepted
        when "DROPPED"
            add 1 to NumberOfDropped
        when "WRITTEN-OFF"
            *> closed without repair: listed in their own section, never
            *> aged as open
            add 1 to NumberOfWrittenOff
        when other
            *> REJECTED, REPAIRED and RESUBMITTED are all still open:
            *> nobody has proven the record reached an accepted result
    move spaces to AgingDetailLine
    write AgingLine from AgingDetailLine.

WriteWrittenOffSection.
    move spaces to AgingDetailLine
    write AgingLine from AgingDetailLine

    move spaces to AgingDetailLine
    string "Written off (closed without repair, not counted as open): "
            NumberOfWrittenOff
        delimited by size into AgingDetailLine
    write AgingLine from AgingDetailLine

    perform with test before varying KeyIndex from 1 by 1
            until KeyIndex is greater than NumberOfKeys
        if KeyStatus(KeyIndex) is equal to "WRITTEN-OFF"
            perform WriteWrittenOffLine
        end-if
    end-perform.

WriteWrittenOffLine.
    move zero to WriteOffReasonMatch
    perform with test before varying WriteOffReasonIndex from 1 by 1
            until WriteOffReasonIndex is greater than WriteOffReasonCount
        if WriteOffReasonCode(WriteOffReasonIndex)
                is equal to KeyReason(KeyIndex)
            move WriteOffReasonIndex to WriteOffReasonMatch
        end-if
    end-perform

    move spaces to AgingDetailLine
    string "date=" KeyDate(KeyIndex)
            " line=" KeyLine(KeyIndex)
            " program=" delimited by size
            KeyProgram(KeyIndex) delimited by space
            " reason=" KeyReason(KeyIndex)
            " operator=" delimited by size
            KeyOperator(KeyIndex) delimited by space
        into AgingDetailLine
    if KeySecondOperator(KeyIndex) is not equal to spaces
        move spaces to AgingWorkLine
        string function trim(AgingDetailLine)
                " second=" delimited by size
                KeySecondOperator(KeyIndex) delimited by space
            into AgingWorkLine
        move AgingWorkLine to AgingDetailLine
    end-if
    move spaces to AgingWorkLine
    if WriteOffReasonMatch is greater than zero
        string function trim(AgingDetailLine) " ("
                function trim(WriteOffReasonText(WriteOffReasonMatch))
                ") record=[" function trim(KeyText(KeyIndex)) "]"
            delimited by size into AgingWorkLine
    else
        string function trim(AgingDetailLine)
                " record=[" function trim(KeyText(KeyIndex)) "]"
            delimited by size into AgingWorkLine
    end-if
    move AgingWorkLine to AgingDetailLine
    write AgingLine from AgingDetailLine.

WriteAgingReportSummary.
    move spaces to AgingDetailLine
    write AgingLine from AgingDetailLine
            "   Aged: " NumberOfAgedRejects
            "   Accepted: " NumberOfAccepted
            "   Dropped: " NumberOfDropped
            "   Written off: " NumberOfWrittenOff
        delimited by size into AgingDetailLine
    write AgingLine from AgingDetailLine.

            function trim(ParmEffectiveList) delimited by size
        into LedgerDetailLine
    write LedgerLine from LedgerDetailLine
    perform RecordRunControl

    close LedgerFile.

copy RUNPARM.

copy RUNCTL.

copy RUNLOCK.

copy RUNID.
end program AOC-2021-REJECT-AGING-1.
