identification division.
program-id. AOC-2021-REJECT-DISPO-1.
environment division.
input-output section.
    file-control.
        copy REJSTATSL.

        select LedgerFile assign to "batch-ledger.txt"
            organization is line sequential
            file status is LedgerFileStatus.

        copy RUNCTLSL.

        copy RUNLOCKSL.

        copy RUNPARMSL.

data division.
file section.
copy REJSTATFD.

fd LedgerFile.
01 LedgerLine                copy LEDGERLINE.

copy RUNCTLFD.

copy RUNLOCKFD.

copy RUNPARMFD.

working-storage section.
copy REJSTATWS.

01 RejStatusEndSwitch        pic x value "N".
    88 EndOfRejStatusFile    value "Y".

*> the current disposition of every reject key, replayed from the
*> journal in order so the last entry per key wins
01 RejectKeyTable.
    02 RejectKeyEntry occurs 2000 times.
        03 KeyDate           pic 9(8).
        03 KeyProgram        pic x(30).
        03 KeyLine           pic 9(6).
        03 KeyStatus         pic x(11).
        03 KeyText           pic x(40).
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

01 OperatorIdInput           pic x(20).
01 OperatorId                pic x(8).
01 SecondOperatorInput       pic x(20).
01 SecondOperatorId          pic x(8).
01 OperatorWordCheck         pic x(20).
01 ProgramIdInput            pic x(30).
01 RejectDateInput           pic x(8).
01 RejectLineInput           pic x(6).
01 ReasonInput               pic xx.
01 ConfirmInput              pic x.
    88 WriteOffConfirmed     value "Y" "y".

01 WantedRejectDate          pic 9(8).
01 WantedRejectLine          pic 9(6).

01 OperatorDoneFlag          pic x value "N".
    88 OperatorDone          value "Y".
01 AuthorityFlag             pic x.
    88 WriteOffAuthorised    value "Y".

*> write-offs above this many in one night need a second operator id
01 WriteOffLimit             pic 9(4) value zero.
01 TodaysDateNumeric         pic 9(8).
01 NumberOfTonightsWriteOffs pic 9(4) value zero.

01 NumberOfJournalLines      pic 9(6) value zero.
01 NumberOfLookups           pic 9(4) value zero.
01 NumberOfWriteOffs         pic 9(4) value zero.

copy REJREASON.

01 LedgerFileStatus          pic xx.
01 RunStartTime              pic 9(6).
01 RunEndTime                pic 9(6).
01 LedgerDetailLine          copy LEDGERLINE.
01 LedgerRunDate             pic 9(8).

copy RUNPARMWS.

copy RUNCTLWS.

copy RUNLOCKWS.

copy RUNIDWS.

procedure division.
Begin.
    move function current-date(9:6) to RunStartTime
    perform EstablishBatchRunId
    move "AOC-2021-REJECT-DISPO-1" to RunLockRequester
    perform AcquireRunLock
    perform EstablishOperatorSettings
    move function current-date(1:8) to TodaysDateNumeric

    open input RejectStatusFile
    if RejStatFileStatus is not equal to "00"
        display "cannot open reject-status.txt (file status "
            RejStatFileStatus ") - no rejects have been journalled yet"
        move 16 to return-code
        perform ReleaseRunLock
        stop run
    end-if

    read RejectStatusFile
        at end set EndOfRejStatusFile to true
    end-read
    perform with test before until EndOfRejStatusFile
        add 1 to NumberOfJournalLines
        perform ExamineJournalLine
        read RejectStatusFile
            at end set EndOfRejStatusFile to true
        end-read
    end-perform
    close RejectStatusFile

    display "Reject disposition - write-off of rejects that cannot be"
        " repaired"
    display NumberOfKeys " reject keys on the journal; "
        NumberOfTonightsWriteOffs " written off tonight, a second"
        " operator authorises any beyond " WriteOffLimit

    perform PromptForOperator
    perform with test before until OperatorDone
        perform PromptForReject
        if not OperatorDone
            perform DispositionReject
            display " "
        end-if
    end-perform

    display "disposition ended: " NumberOfLookups " reject(s) looked up, "
        NumberOfWriteOffs " written off"

    perform WriteLedgerEntry

    move 0 to return-code
    perform ReleaseRunLock
    stop run.

EstablishOperatorSettings.
    move "REJECT_WRITEOFF_LIMIT" to ParmRequestedKeyword
    move 5 to ParmDefaultValue
    move 0 to ParmMinimumValue
    move 9999 to ParmMaximumValue
    perform ObtainRunParameter
    move ParmEffectiveValue to WriteOffLimit.

ExamineJournalLine.
    *> the record text is bracketed and may hold spaces, so it is
    *> split off before the keyword fields are parsed
    move spaces to JLeftPart JRecordPart JRecordText
    unstring RejectStatusLine delimited by "record=["
        into JLeftPart JRecordPart
    unstring JRecordPart delimited by "]" into JRecordText

    move spaces to JDateField JLineField JProgramField JStatusField
                   JRunField
    unstring JLeftPart delimited by all space
        into JDateField JLineField JProgramField JStatusField JRunField

    if JDateField(1:5) is equal to "date="
            and function trim(JDateField(6:)) is numeric
            and JLineField(1:5) is equal to "line="
            and function trim(JLineField(6:)) is numeric
        move function numval(JDateField(6:)) to WantedRejectDate
        move function numval(JLineField(6:)) to WantedRejectLine
        move JProgramField(9:) to ProgramIdInput
        perform LocateRejectKey
        if MatchedKeyIndex is equal to zero
            perform AddRejectKey
        end-if
        if MatchedKeyIndex is greater than zero
            move JStatusField(8:11) to KeyStatus(MatchedKeyIndex)
            move JRecordText to KeyText(MatchedKeyIndex)
        end-if
        *> the nightly count goes by the run that wrote the write-off
        if JStatusField is equal to "status=WRITTEN-OFF"
                and JRunField(1:4) is equal to "run="
                and JRunField(5:8) is equal to TodaysDateNumeric
            add 1 to NumberOfTonightsWriteOffs
        end-if
    end-if.

LocateRejectKey.
    move zero to MatchedKeyIndex
    perform with test before varying KeyIndex from 1 by 1
            until KeyIndex is greater than NumberOfKeys
        if KeyDate(KeyIndex) is equal to WantedRejectDate
                and KeyLine(KeyIndex) is equal to WantedRejectLine
                and KeyProgram(KeyIndex) is equal to ProgramIdInput
            move KeyIndex to MatchedKeyIndex
        end-if
    end-perform.

AddRejectKey.
    if NumberOfKeys is less than 2000
        add 1 to NumberOfKeys
        move WantedRejectDate to KeyDate(NumberOfKeys)
        move WantedRejectLine to KeyLine(NumberOfKeys)
        move ProgramIdInput to KeyProgram(NumberOfKeys)
        move NumberOfKeys to MatchedKeyIndex
    else
        display "more than 2000 reject keys in the journal"
            " - archive it; ignoring the excess"
    end-if.

PromptForOperator.
    *> every write-off is signed by the operator who authorised it; an
    *> id is one word, as it is carried as a journal field
    move spaces to OperatorIdInput OperatorWordCheck
    display "operator id (blank to quit)?" with no advancing
    accept OperatorIdInput
    unstring OperatorIdInput delimited by all space
        into OperatorId OperatorWordCheck
    evaluate true
        when OperatorIdInput is equal to spaces
            set OperatorDone to true
        when OperatorIdInput(1:1) is equal to space
                or OperatorWordCheck is not equal to spaces
                or OperatorIdInput(9:) is not equal to spaces
            display "an operator id is one word of up to 8 characters"
            set OperatorDone to true
        when other
            move OperatorIdInput to OperatorId
    end-evaluate.

PromptForReject.
    move spaces to ProgramIdInput RejectDateInput RejectLineInput
    display "rejecting program id (blank to end)?" with no advancing
    accept ProgramIdInput
    if ProgramIdInput is equal to spaces
        set OperatorDone to true
    else
        display "rejection date yyyymmdd?" with no advancing
        accept RejectDateInput
        display "source line number?" with no advancing
        accept RejectLineInput
    end-if.

DispositionReject.
    add 1 to NumberOfLookups
    move zero to MatchedKeyIndex
    if RejectDateInput is not numeric
            or RejectLineInput is equal to spaces
            or function trim(RejectLineInput) is not numeric
        display "  the rejection date must be yyyymmdd and the line"
            " a number"
    else
        move RejectDateInput to WantedRejectDate
        move function numval(RejectLineInput) to WantedRejectLine
        perform LocateRejectKey
        evaluate true
            when MatchedKeyIndex is equal to zero
                display "  no reject on the journal for "
                    function trim(ProgramIdInput) " dated "
                    WantedRejectDate " line " WantedRejectLine
            when KeyStatus(MatchedKeyIndex) is equal to "ACCEPTED"
                    or KeyStatus(MatchedKeyIndex) is equal to "DROPPED"
                    or KeyStatus(MatchedKeyIndex) is equal to "WRITTEN-OFF"
                display "  already closed as "
                    function trim(KeyStatus(MatchedKeyIndex))
                    " - nothing to write off"
            when other
                perform OfferWriteOff
        end-evaluate
    end-if.

OfferWriteOff.
    display "  " function trim(KeyProgram(MatchedKeyIndex))
        " line " KeyLine(MatchedKeyIndex)
        " rejected " KeyDate(MatchedKeyIndex)
        " now " function trim(KeyStatus(MatchedKeyIndex))
    display "  record=[" function trim(KeyText(MatchedKeyIndex)) "]"
    perform with test before varying WriteOffReasonIndex from 1 by 1
            until WriteOffReasonIndex is greater than WriteOffReasonCount
        display "    " WriteOffReasonCode(WriteOffReasonIndex) "  "
            function trim(WriteOffReasonText(WriteOffReasonIndex))
    end-perform

    move spaces to ReasonInput
    display "  reason code (blank to leave it open)?" with no advancing
    accept ReasonInput
    move zero to WriteOffReasonMatch
    perform with test before varying WriteOffReasonIndex from 1 by 1
            until WriteOffReasonIndex is greater than WriteOffReasonCount
        if WriteOffReasonCode(WriteOffReasonIndex) is equal to ReasonInput
            move WriteOffReasonIndex to WriteOffReasonMatch
        end-if
    end-perform

    evaluate true
        when ReasonInput is equal to spaces
            display "  left open"
        when WriteOffReasonMatch is equal to zero
            display "  " ReasonInput " is not a write-off reason"
                " - left open"
        when other
            perform EstablishWriteOffAuthority
            if WriteOffAuthorised
                move space to ConfirmInput
                display "  write off with reason " ReasonInput " (Y/N)?"
                    with no advancing
                accept ConfirmInput
                if WriteOffConfirmed
                    perform RecordWriteOff
                else
                    display "  left open"
                end-if
            end-if
    end-evaluate.

EstablishWriteOffAuthority.
    *> up to the nightly limit one operator may write off; beyond it a
    *> second, different operator must countersign
    move "Y" to AuthorityFlag
    move spaces to SecondOperatorId
    if NumberOfTonightsWriteOffs is not less than WriteOffLimit
        display "  " NumberOfTonightsWriteOffs " written off tonight"
            " (limit " WriteOffLimit ") - a second operator must"
            " authorise this one"
        move spaces to SecondOperatorInput OperatorWordCheck
        display "  second operator id?" with no advancing
        accept SecondOperatorInput
        unstring SecondOperatorInput delimited by all space
            into SecondOperatorId OperatorWordCheck
        evaluate true
            when SecondOperatorInput is equal to spaces
                display "  no second operator - left open"
                move "N" to AuthorityFlag
            when SecondOperatorInput(1:1) is equal to space
                    or OperatorWordCheck is not equal to spaces
                    or SecondOperatorInput(9:) is not equal to spaces
                display "  an operator id is one word of up to 8"
                    " characters - left open"
                move "N" to AuthorityFlag
            when SecondOperatorId is equal to OperatorId
                display "  the second operator must be someone other"
                    " than " function trim(OperatorId) " - left open"
                move "N" to AuthorityFlag
        end-evaluate
    end-if.

RecordWriteOff.
    move KeyDate(MatchedKeyIndex) to RejStatDate
    move KeyLine(MatchedKeyIndex) to RejStatLine
    move KeyProgram(MatchedKeyIndex) to RejStatProgram
    move "WRITTEN-OFF" to RejStatStatus
    move KeyText(MatchedKeyIndex) to RejStatRecordText
    move ReasonInput to RejStatReason
    move OperatorId to RejStatOperator
    move SecondOperatorId to RejStatSecondOperator
    perform RecordRejectStatus

    move "WRITTEN-OFF" to KeyStatus(MatchedKeyIndex)
    add 1 to NumberOfWriteOffs
    add 1 to NumberOfTonightsWriteOffs
    display "  written off: "
        function trim(WriteOffReasonText(WriteOffReasonMatch))
        ", authorised by " function trim(OperatorId) " "
        function trim(SecondOperatorId).

WriteLedgerEntry.
    move function current-date(9:6) to RunEndTime
    move function current-date(1:8) to LedgerRunDate

    open extend LedgerFile
    if LedgerFileStatus is equal to "35"
        open output LedgerFile
    end-if

    move spaces to LedgerDetailLine
    string "AOC-2021-REJECT-DISPO-1" " "
            delimited by size
            "reject-status.txt" " "
            "start=" RunStartTime " "
            "end=" RunEndTime " "
            "records=" NumberOfLookups " "
            "result=" NumberOfWriteOffs " "
            "date=" LedgerRunDate " "
            "run=" BatchRunId " "
            "operator=" delimited by size
            OperatorId delimited by space
            " parms=" delimited by size
            function trim(ParmEffectiveList) delimited by size
        into LedgerDetailLine
    write LedgerLine from LedgerDetailLine
    perform RecordRunControl

    close LedgerFile.

copy REJSTAT.

copy RUNPARM.

copy RUNCTL.

copy RUNLOCK.

copy RUNID.
end program AOC-2021-REJECT-DISPO-1.
