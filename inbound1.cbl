identification division.
program-id. AOC-2021-INBOUND-1.
environment division.
input-output section.
    file-control.
        select InboundFile assign to InboundFileName
            organization is line sequential
            file status is InboundFileStatus.

        select SoundingFile assign to SoundingFileName
            organization is line sequential
            file status is SoundingFileStatus.

        select RejectFile assign to "fleet-inbound-rejects.txt"
            organization is line sequential.

        select AuditFile assign to "inbound-audit.txt"
            organization is line sequential
            file status is AuditFileStatus.

        select LedgerFile assign to "batch-ledger.txt"
            organization is line sequential
            file status is LedgerFileStatus.

        copy RUNCTLSL.

        copy RUNLOCKSL.

        copy RUNPARMSL.

        copy REJSTATSL.

        copy FEEDREGSL.

data division.
file section.
fd InboundFile.
    copy INBOUNDREC.

fd SoundingFile.
01 SoundingFileRecord.
    88 EndOfSoundingFile    value high-values.
    02 SoundingRecord       pic x(32). *> "pos depth", or a bare depth per position

fd RejectFile.
01 RejectLine               pic x(160).

fd AuditFile.
01 AuditLine                pic x(200).

fd LedgerFile.
01 LedgerLine               copy LEDGERLINE.

copy RUNCTLFD.

copy RUNLOCKFD.

copy RUNPARMFD.

copy REJSTATFD.

copy FEEDREGFD.

working-storage section.
01 InboundFileName          pic x(100).
01 InboundFileStatus        pic xx.
01 SoundingFileName         pic x(100).
01 SoundingFileStatus       pic xx.
01 AuditFileStatus          pic xx.

*> the whole feed is held and its controls proven before a single
*> instruction is applied: a truncated transfer must change nothing
01 InstructionTable.
    02 InstructionEntry occurs 999 times.
        03 InstructionLineNumber pic 9(6).
        03 InstructionText   pic x(80).
01 NumberOfInstructions     pic 9(4) value zero.
01 InstructionIndex         pic 9(4).
01 InboundLineNumber        pic 9(6) value zero.
01 NumberOfExcessLines      pic 9(6) value zero.

01 FeedDate                 pic x(10).
01 FeedSourceId             pic x(20).
01 ExpectedInstructionCount pic 9(8) value zero.
01 TrailerSeenFlag          pic x value "N".
    88 TrailerSeen          value "Y".
01 FeedControlErrorFlag     pic x value "N".
    88 FeedControlError     value "Y".

*> run-params.txt is held line for line, comments included, so that
*> only the value of the keyword being changed differs on rewrite
01 ParamLineTable.
    02 ParamLineText        pic x(80) occurs 200 times.
01 NumberOfParamLines       pic 9(3) value zero.
01 NumberOfParamEntries     pic 9(3) value zero.
01 ParamLineIndex           pic 9(3).
01 ParamMatchIndex          pic 9(3).
01 ParamLineKeyword         pic x(30).
01 ParamLineValue           pic x(20).
01 ParamFileReadFlag        pic x value "N".
    88 ParamFileWasRead     value "Y".
01 ParamChangedFlag         pic x value "N".
    88 ParamFileChanged     value "Y".

*> the sounding file is held the same way, each line with the position
*> the clearance check resolves it to: a bare depth takes the position
*> after the one before it, a "pos depth" line names its own
01 SoundingLineTable.
    02 SoundingLineEntry occurs 99999 times.
        03 SoundingLineText  pic x(32).
        03 SoundingLinePos   pic 9(6).
        03 SoundingLineKind  pic x.
            88 BareDepthLine     value "B".
            88 PositionedLine    value "P".
            88 TrailerLine       value "T".
            88 OtherSoundingLine value "O".
01 NumberOfSoundingLines    pic 9(5) value zero.
01 SoundingLineIndex        pic 9(5).
01 SoundingMatchIndex       pic 9(5).
01 SoundingInsertIndex      pic 9(5).
01 LastSoundingPosition     pic 9(6).
01 SoundingToken1           pic x(16).
01 SoundingToken2           pic x(16).
01 SoundingTrailerCount     pic 9(8).
01 SoundingFileReadFlag     pic x value "N".
    88 SoundingFileWasRead  value "Y".
01 SoundingChangedFlag      pic x value "N".
    88 SoundingFileChanged  value "Y".

01 RequestedPosition        pic 9(6).
01 RequestedDepth           pic 9(4).
01 RequestedValue           pic 9(9).
01 PositionDisplay          pic z(5)9.
01 DepthDisplay             pic z(3)9.
01 ValueDisplay             pic z(8)9.
01 CountDisplay             pic z(7)9.
01 MinimumDisplay           pic z(8)9.
01 MaximumDisplay           pic z(8)9.

01 ShoreReference           pic x(12).
01 RejectReason             pic x(60).
01 RejectDetailLine         pic x(160) value spaces.

*> audit lines are held until the files they describe have been
*> rewritten, so each can say whether the change actually landed
01 AuditTable.
    02 AuditEntry occurs 999 times.
        03 AuditTargetFile   pic x.
            88 AuditOfParameter value "P".
            88 AuditOfSounding  value "S".
        03 AuditReference    pic x(12).
        03 AuditType         pic x(8).
        03 AuditTarget       pic x(30).
        03 AuditBefore       pic x(12).
        03 AuditAfter        pic x(12).
01 NumberOfAuditEntries     pic 9(4) value zero.
01 AuditIndex               pic 9(4).
01 AuditStamp               pic x(14).
01 AuditOutcome             pic x(10).
01 AuditDetailLine          pic x(200) value spaces.
01 ParamRewriteFlag         pic x value "N".
    88 ParamRewriteFailed   value "Y".
01 SoundingRewriteFlag      pic x value "N".
    88 SoundingRewriteFailed value "Y".

01 NumberOfProcessed        pic 9(4) value zero.
01 NumberOfApplied          pic 9(4) value zero.
01 NumberOfRejects          pic 9(4) value zero.

01 LedgerFileStatus         pic xx.
01 RunStartTime             pic 9(6).
01 RunEndTime               pic 9(6).
01 LedgerDetailLine         copy LEDGERLINE.
01 LedgerRunDate            pic 9(8).

copy RUNPARMWS.

copy RUNPARMLIM.

copy REJSTATWS.

copy FEEDREGWS.

copy RUNCTLWS.

copy RUNLOCKWS.

copy RUNIDWS.

procedure division.
Begin.
    move function current-date(9:6) to RunStartTime
    perform EstablishBatchRunId
    move "AOC-2021-INBOUND-1" to RunLockRequester
    perform AcquireRunLock

    perform EstablishFileNames

    open input InboundFile
    if InboundFileStatus is not equal to "00"
        display "cannot open inbound instruction file "
            function trim(InboundFileName)
            " (file status " InboundFileStatus ") - nothing to apply"
        move 16 to return-code
        perform ReleaseRunLock
        stop run
    end-if

    read InboundFile
        at end set EndOfInboundFile to true
    end-read
    if EndOfInboundFile or not InboundHeader
        display "inbound instruction file has no HDR record"
            " - refusing the whole feed"
        set FeedControlError to true
    else
        perform ProcessHeaderRecord
    end-if

    if not FeedControlError
        perform ReadInboundRecord
        perform with test before until EndOfInboundFile
            perform HoldInstruction
            perform ReadInboundRecord
        end-perform
        perform VerifyFeedControlTotals
    end-if
    close InboundFile

    *> the feed is registered only once its controls are proven, so a
    *> truncated transfer can be resent under the same header
    if not FeedControlError
        move FeedDate to RegFeedDate
        move FeedSourceId to RegFeedSource
        move "AOC-2021-INBOUND-1" to RegProgramId
        perform CheckFeedRegistration
    end-if

    if FeedControlError or ThisFeedRefused
        display "no instructions applied from "
            function trim(InboundFileName)
        perform WriteLedgerEntry
        if ThisFeedRefused
            move 20 to return-code
        else
            move 12 to return-code
        end-if
        perform ReleaseRunLock
        stop run
    end-if

    display "holding " NumberOfInstructions " instructions dated "
        function trim(FeedDate) " from " function trim(FeedSourceId)

    perform LoadParameterFile
    perform LoadSoundingFile
    *> only a feed that passed its controls is held to account for
    *> every instruction in the run balance
    move NumberOfInstructions to NumberOfProcessed

    open output RejectFile
    perform with test before varying InstructionIndex from 1 by 1
            until InstructionIndex is greater than NumberOfInstructions
        perform ApplyInstruction
    end-perform
    close RejectFile

    if ParamFileChanged
        perform RewriteParameterFile
    end-if
    if SoundingFileChanged
        perform RewriteSoundingFile
    end-if
    perform WriteAuditTrail

    display "applied " NumberOfApplied " and rejected " NumberOfRejects
        " shore instructions - see inbound-audit.txt and"
        " fleet-inbound-rejects.txt"

    perform WriteLedgerEntry

    evaluate true
        when ParamRewriteFailed or SoundingRewriteFailed
            move 12 to return-code
        when NumberOfInstructions is equal to zero
            move 16 to return-code
        when NumberOfRejects is greater than zero
            move 4 to return-code
        when other
            move 0 to return-code
    end-evaluate

    perform ReleaseRunLock
    stop run.

EstablishFileNames.
    accept InboundFileName from environment "INBOUND_INSTRUCTION_FILE"
    if InboundFileName is equal to spaces
        move "fleet-inbound.txt" to InboundFileName
    end-if
    *> the same sounding file the clearance check reads
    accept SoundingFileName from environment "DAY1_INPUT_FILE"
    if SoundingFileName is equal to spaces
        move "day1-input.txt" to SoundingFileName
    end-if
    display "applying shore instructions from "
        function trim(InboundFileName) " to run-params.txt and "
        function trim(SoundingFileName).

ReadInboundRecord.
    read InboundFile
        at end set EndOfInboundFile to true
    end-read
    if not EndOfInboundFile
        add 1 to InboundLineNumber
        if TrailerSeen
            *> nothing after the trailer belongs to the feed
            add 1 to NumberOfExcessLines
        end-if
    end-if.

ProcessHeaderRecord.
    add 1 to InboundLineNumber
    move InboundFeedDate to FeedDate
    move InboundFeedSource to FeedSourceId
    if InboundFeedDate is not numeric or InboundFeedSource is equal to spaces
        display "inbound HDR record must carry a feed date (yyyymmdd)"
            " and a source id: " function trim(InboundRecord)
        set FeedControlError to true
    else
        display "shore instruction feed dated " function trim(FeedDate)
            " from source " function trim(FeedSourceId)
    end-if.

HoldInstruction.
    evaluate true
        when TrailerSeen
            continue
        when InboundTrailer
            set TrailerSeen to true
            if function trim(InboundTrailerCount) is numeric
                move function numval(InboundTrailerCount)
                    to ExpectedInstructionCount
            else
                set FeedControlError to true
                display "inbound TRL record carries a non-numeric count: "
                    function trim(InboundTrailerCount)
            end-if
        when NumberOfInstructions is not less than 999
            set FeedControlError to true
            display "inbound feed holds more than 999 instructions"
                " - refusing the whole feed"
        when other
            add 1 to NumberOfInstructions
            move InboundLineNumber
                to InstructionLineNumber(NumberOfInstructions)
            move InboundRecord to InstructionText(NumberOfInstructions)
    end-evaluate.

VerifyFeedControlTotals.
    evaluate true
        when not TrailerSeen
            set FeedControlError to true
            display "inbound feed ended without a TRL record"
                " - transfer may be truncated"
        when FeedControlError
            continue
        when ExpectedInstructionCount is not equal to NumberOfInstructions
            set FeedControlError to true
            display "inbound instruction count mismatch: trailer expected "
                ExpectedInstructionCount " but " NumberOfInstructions
                " instructions were read"
    end-evaluate
    if NumberOfExcessLines is greater than zero
        display "ignoring " NumberOfExcessLines
            " records after the inbound TRL record"
    end-if.

LoadParameterFile.
    open input ParmFile
    if ParmFileStatus is not equal to "00"
        display "no run-params.txt (file status " ParmFileStatus
            ") - parameter instructions will start a new one"
    else
        set ParamFileWasRead to true
        read ParmFile
            at end set EndOfParmFile to true
        end-read
        perform with test before until EndOfParmFile
            if NumberOfParamLines is less than 200
                add 1 to NumberOfParamLines
                move ParmFileLine to ParamLineText(NumberOfParamLines)
                perform SplitParamLine
                if ParamLineKeyword is not equal to spaces
                        and ParamLineKeyword(1:1) is not equal to "*"
                    add 1 to NumberOfParamEntries
                end-if
            else
                display "run-params.txt is longer than 200 lines"
                    " - parameter instructions cannot be applied"
                set ParamRewriteFailed to true
            end-if
            read ParmFile
                at end set EndOfParmFile to true
            end-read
        end-perform
        close ParmFile
    end-if.

SplitParamLine.
    move spaces to ParamLineKeyword ParamLineValue
    unstring ParamLineText(NumberOfParamLines) delimited by all space
        into ParamLineKeyword ParamLineValue.

LoadSoundingFile.
    open input SoundingFile
    if SoundingFileStatus is not equal to "00"
        display "cannot open sounding file " function trim(SoundingFileName)
            " (file status " SoundingFileStatus
            ") - sounding instructions cannot be applied"
    else
        set SoundingFileWasRead to true
        move zero to LastSoundingPosition
        read SoundingFile
            at end set EndOfSoundingFile to true
        end-read
        perform with test before until EndOfSoundingFile
            if NumberOfSoundingLines is less than 99999
                add 1 to NumberOfSoundingLines
                perform ClassifySoundingLine
            else
                display "sounding file is longer than 99999 lines"
                    " - sounding instructions cannot be applied"
                move "N" to SoundingFileReadFlag
            end-if
            read SoundingFile
                at end set EndOfSoundingFile to true
            end-read
        end-perform
        close SoundingFile
    end-if.

ClassifySoundingLine.
    move SoundingRecord to SoundingLineText(NumberOfSoundingLines)
    move zero to SoundingLinePos(NumberOfSoundingLines)
    move spaces to SoundingToken1 SoundingToken2
    unstring SoundingRecord delimited by all space
        into SoundingToken1 SoundingToken2

    *> positions are resolved exactly as the clearance check resolves
    *> them, so an instruction lands where that check will look for it
    evaluate true
        when SoundingRecord(1:4) is equal to "TRL "
            set TrailerLine(NumberOfSoundingLines) to true
        when SoundingToken1 is equal to spaces
                or SoundingRecord(1:4) is equal to "HDR "
                or function trim(SoundingToken1) is not numeric
            set OtherSoundingLine(NumberOfSoundingLines) to true
        when SoundingToken2 is not equal to spaces
                and function trim(SoundingToken2) is numeric
            if function numval(SoundingToken1) is greater than
                    LastSoundingPosition
                set PositionedLine(NumberOfSoundingLines) to true
                move function numval(SoundingToken1)
                    to SoundingLinePos(NumberOfSoundingLines)
                move SoundingLinePos(NumberOfSoundingLines)
                    to LastSoundingPosition
            else
                set OtherSoundingLine(NumberOfSoundingLines) to true
            end-if
        when SoundingToken2 is not equal to spaces
            set OtherSoundingLine(NumberOfSoundingLines) to true
        when other
            set BareDepthLine(NumberOfSoundingLines) to true
            add 1 to LastSoundingPosition
            move LastSoundingPosition
                to SoundingLinePos(NumberOfSoundingLines)
    end-evaluate.

ApplyInstruction.
    move InstructionText(InstructionIndex) to InboundRecord
    move spaces to RejectReason
    evaluate true
        when InboundParameter
            move InboundParmReference to ShoreReference
            perform ApplyParameterInstruction
        when InboundSounding
            move InboundSndReference to ShoreReference
            perform ApplySoundingInstruction
        when other
            move spaces to ShoreReference
            move "unknown instruction type" to RejectReason
    end-evaluate
    if RejectReason is not equal to spaces
        perform WriteRejectRecord
    end-if.

ApplyParameterInstruction.
    move zero to ParmLimitMatch
    perform with test before varying ParmLimitIndex from 1 by 1
            until ParmLimitIndex is greater than ParmLimitCount
        if ParmLimitKeyword(ParmLimitIndex) is equal to InboundParmKeyword
            move ParmLimitIndex to ParmLimitMatch
        end-if
    end-perform

    evaluate true
        when InboundParmReference is equal to spaces
            move "no shore reference number" to RejectReason
        when ParmLimitMatch is equal to zero
            move "unknown run parameter keyword" to RejectReason
        when InboundParmValue is equal to spaces
                or function trim(InboundParmValue) is not numeric
            move "non-numeric parameter value" to RejectReason
        when ParamRewriteFailed
            move "run-params.txt cannot be rewritten" to RejectReason
        when other
            move function numval(InboundParmValue) to RequestedValue
            if RequestedValue is less than ParmLimitMinimum(ParmLimitMatch)
                    or RequestedValue is greater than
                        ParmLimitMaximum(ParmLimitMatch)
                move ParmLimitMinimum(ParmLimitMatch) to MinimumDisplay
                move ParmLimitMaximum(ParmLimitMatch) to MaximumDisplay
                string "value outside the limits "
                        function trim(MinimumDisplay) " to "
                        function trim(MaximumDisplay)
                    delimited by size into RejectReason
            else
                perform SetParameterValue
            end-if
    end-evaluate.

SetParameterValue.
    *> every line carrying the keyword is changed, so no stale
    *> duplicate is left behind; the last one is the value in force
    add 1 to NumberOfAuditEntries
    set AuditOfParameter(NumberOfAuditEntries) to true
    move ShoreReference to AuditReference(NumberOfAuditEntries)
    move "PARM" to AuditType(NumberOfAuditEntries)
    move InboundParmKeyword to AuditTarget(NumberOfAuditEntries)
    move "none" to AuditBefore(NumberOfAuditEntries)
    move RequestedValue to ValueDisplay
    move function trim(ValueDisplay) to AuditAfter(NumberOfAuditEntries)

    move zero to ParamMatchIndex
    perform with test before varying ParamLineIndex from 1 by 1
            until ParamLineIndex is greater than NumberOfParamLines
        move spaces to ParamLineKeyword ParamLineValue
        unstring ParamLineText(ParamLineIndex) delimited by all space
            into ParamLineKeyword ParamLineValue
        if ParamLineKeyword is equal to InboundParmKeyword
            move ParamLineIndex to ParamMatchIndex
            move ParamLineValue to AuditBefore(NumberOfAuditEntries)
            perform WriteParameterLine
        end-if
    end-perform

    if ParamMatchIndex is equal to zero
        evaluate true
            when NumberOfParamEntries is not less than 50
                    or NumberOfParamLines is not less than 200
                subtract 1 from NumberOfAuditEntries
                move "run-params.txt is full (50 entries)" to RejectReason
            when other
                add 1 to NumberOfParamLines
                add 1 to NumberOfParamEntries
                move NumberOfParamLines to ParamLineIndex
                perform WriteParameterLine
        end-evaluate
    end-if

    if RejectReason is equal to spaces
        set ParamFileChanged to true
        add 1 to NumberOfApplied
    end-if.

WriteParameterLine.
    move spaces to ParamLineText(ParamLineIndex)
    string function trim(InboundParmKeyword) " " function trim(ValueDisplay)
        delimited by size into ParamLineText(ParamLineIndex).

ApplySoundingInstruction.
    evaluate true
        when InboundSndReference is equal to spaces
            move "no shore reference number" to RejectReason
        when InboundSndPosition is not numeric
                or InboundSndPosition is equal to zero
            move "position must be 000001 to 999999" to RejectReason
        when InboundSndDepth is not numeric
            move "non-numeric sounding depth" to RejectReason
        when not SoundingFileWasRead
            move "sounding file cannot be rewritten" to RejectReason
        when other
            move InboundSndPosition to RequestedPosition
            move InboundSndDepth to RequestedDepth
            perform SetSoundingDepth
    end-evaluate.

SetSoundingDepth.
    move zero to SoundingMatchIndex SoundingInsertIndex
    perform with test before varying SoundingLineIndex from 1 by 1
            until SoundingLineIndex is greater than NumberOfSoundingLines
               or SoundingMatchIndex is greater than zero
               or SoundingInsertIndex is greater than zero
        if BareDepthLine(SoundingLineIndex)
                or PositionedLine(SoundingLineIndex)
            evaluate true
                when SoundingLinePos(SoundingLineIndex)
                        is equal to RequestedPosition
                    move SoundingLineIndex to SoundingMatchIndex
                when SoundingLinePos(SoundingLineIndex)
                        is greater than RequestedPosition
                    move SoundingLineIndex to SoundingInsertIndex
            end-evaluate
        end-if
    end-perform

    move RequestedPosition to PositionDisplay
    move RequestedDepth to DepthDisplay
    evaluate true
        when SoundingMatchIndex is greater than zero
            perform RecordSoundingAudit
            move spaces to SoundingToken1 SoundingToken2
            unstring SoundingLineText(SoundingMatchIndex)
                delimited by all space into SoundingToken1 SoundingToken2
            if BareDepthLine(SoundingMatchIndex)
                move SoundingToken1
                    to AuditBefore(NumberOfAuditEntries)
                move function trim(DepthDisplay)
                    to SoundingLineText(SoundingMatchIndex)
            else
                move SoundingToken2
                    to AuditBefore(NumberOfAuditEntries)
                move SoundingMatchIndex to SoundingLineIndex
                perform WritePositionedSounding
            end-if
        when NumberOfSoundingLines is not less than 99999
            move "sounding file is full" to RejectReason
        when SoundingInsertIndex is greater than zero
            *> a new position inside the surveyed stretch goes in front of
            *> the first line beyond it, naming its own position
            perform RecordSoundingAudit
            perform OpenSoundingLine
            move SoundingInsertIndex to SoundingLineIndex
            perform WritePositionedSounding
        when other
            *> beyond the last surveyed position: the new line goes
            *> before any trailer, as a bare depth when it simply
            *> extends the run of positions
            perform RecordSoundingAudit
            perform LocateSoundingAppendPoint
            perform OpenSoundingLine
            move SoundingInsertIndex to SoundingLineIndex
            compute LastSoundingPosition = LastSoundingPosition + 1
            if RequestedPosition is equal to LastSoundingPosition
                move function trim(DepthDisplay)
                    to SoundingLineText(SoundingLineIndex)
                set BareDepthLine(SoundingLineIndex) to true
                move RequestedPosition to SoundingLinePos(SoundingLineIndex)
            else
                perform WritePositionedSounding
            end-if
            move RequestedPosition to LastSoundingPosition
    end-evaluate

    if RejectReason is equal to spaces
        set SoundingFileChanged to true
        add 1 to NumberOfApplied
    end-if.

RecordSoundingAudit.
    add 1 to NumberOfAuditEntries
    set AuditOfSounding(NumberOfAuditEntries) to true
    move ShoreReference to AuditReference(NumberOfAuditEntries)
    move "SOUNDING" to AuditType(NumberOfAuditEntries)
    move spaces to AuditTarget(NumberOfAuditEntries)
    string "pos=" function trim(PositionDisplay)
        delimited by size into AuditTarget(NumberOfAuditEntries)
    move "none" to AuditBefore(NumberOfAuditEntries)
    move function trim(DepthDisplay) to AuditAfter(NumberOfAuditEntries).

LocateSoundingAppendPoint.
    move zero to SoundingInsertIndex
    perform with test before varying SoundingLineIndex from 1 by 1
            until SoundingLineIndex is greater than NumberOfSoundingLines
               or SoundingInsertIndex is greater than zero
        if TrailerLine(SoundingLineIndex)
            move SoundingLineIndex to SoundingInsertIndex
        end-if
    end-perform
    if SoundingInsertIndex is equal to zero
        compute SoundingInsertIndex = NumberOfSoundingLines + 1
    end-if.

OpenSoundingLine.
    *> shuffle the lines from the insertion point down by one, and keep
    *> any trailer's record count in step with the added line
    perform with test before varying SoundingLineIndex
            from NumberOfSoundingLines by -1
            until SoundingLineIndex is less than SoundingInsertIndex
        move SoundingLineEntry(SoundingLineIndex)
            to SoundingLineEntry(SoundingLineIndex + 1)
    end-perform
    add 1 to NumberOfSoundingLines
    move spaces to SoundingLineText(SoundingInsertIndex)

    perform with test before varying SoundingLineIndex from 1 by 1
            until SoundingLineIndex is greater than NumberOfSoundingLines
        if TrailerLine(SoundingLineIndex)
            move spaces to SoundingToken1 SoundingToken2
            unstring SoundingLineText(SoundingLineIndex)
                delimited by all space into SoundingToken1 SoundingToken2
            if function trim(SoundingToken2) is numeric
                compute SoundingTrailerCount =
                    function numval(SoundingToken2) + 1
                move SoundingTrailerCount to CountDisplay
                move spaces to SoundingLineText(SoundingLineIndex)
                string "TRL " function trim(CountDisplay)
                    delimited by size into SoundingLineText(SoundingLineIndex)
            end-if
        end-if
    end-perform.

WritePositionedSounding.
    move spaces to SoundingLineText(SoundingLineIndex)
    string function trim(PositionDisplay) " " function trim(DepthDisplay)
        delimited by size into SoundingLineText(SoundingLineIndex)
    set PositionedLine(SoundingLineIndex) to true
    move RequestedPosition to SoundingLinePos(SoundingLineIndex).

RewriteParameterFile.
    open output ParmFile
    if ParmFileStatus is not equal to "00"
        display "cannot rewrite run-params.txt (file status "
            ParmFileStatus ") - parameter changes NOT applied"
        set ParamRewriteFailed to true
    else
        perform with test before varying ParamLineIndex from 1 by 1
                until ParamLineIndex is greater than NumberOfParamLines
            write ParmFileLine from ParamLineText(ParamLineIndex)
        end-perform
        close ParmFile
    end-if.

RewriteSoundingFile.
    open output SoundingFile
    if SoundingFileStatus is not equal to "00"
        display "cannot rewrite sounding file "
            function trim(SoundingFileName) " (file status "
            SoundingFileStatus ") - sounding changes NOT applied"
        set SoundingRewriteFailed to true
    else
        perform with test before varying SoundingLineIndex from 1 by 1
                until SoundingLineIndex is greater than NumberOfSoundingLines
            write SoundingFileRecord from SoundingLineText(SoundingLineIndex)
        end-perform
        close SoundingFile
    end-if.

WriteAuditTrail.
    if NumberOfAuditEntries is greater than zero
        move function current-date(1:14) to AuditStamp
        open extend AuditFile
        if AuditFileStatus is equal to "35"
            open output AuditFile
        end-if
        perform with test before varying AuditIndex from 1 by 1
                until AuditIndex is greater than NumberOfAuditEntries
            perform WriteAuditLine
        end-perform
        close AuditFile
    end-if.

WriteAuditLine.
    if (AuditOfParameter(AuditIndex) and ParamRewriteFailed)
            or (AuditOfSounding(AuditIndex) and SoundingRewriteFailed)
        move "FAILED" to AuditOutcome
    else
        move "APPLIED" to AuditOutcome
    end-if
    move spaces to AuditDetailLine
    string "date=" AuditStamp(1:8)
            " time=" AuditStamp(9:6)
            " ref=" function trim(AuditReference(AuditIndex))
            " feed=" function trim(FeedDate) "/" function trim(FeedSourceId)
            " type=" function trim(AuditType(AuditIndex))
            " target=" function trim(AuditTarget(AuditIndex))
            " before=" function trim(AuditBefore(AuditIndex))
            " after=" function trim(AuditAfter(AuditIndex))
            " status=" function trim(AuditOutcome)
            " run=" BatchRunId
        delimited by size into AuditDetailLine
    write AuditLine from AuditDetailLine.

WriteRejectRecord.
    add 1 to NumberOfRejects
    move spaces to RejectDetailLine
    string "line " InstructionLineNumber(InstructionIndex) ": "
            delimited by size
            function trim(RejectReason) delimited by size
            " [" delimited by size
            function trim(InstructionText(InstructionIndex))
                delimited by size
            "]" delimited by size
        into RejectDetailLine
    write RejectLine from RejectDetailLine

    move function current-date(1:8) to RejStatDate
    move "AOC-2021-INBOUND-1" to RejStatProgram
    move InstructionLineNumber(InstructionIndex) to RejStatLine
    move "REJECTED" to RejStatStatus
    move InstructionText(InstructionIndex) to RejStatRecordText
    perform RecordRejectStatus.

WriteLedgerEntry.
    move function current-date(9:6) to RunEndTime
    move function current-date(1:8) to LedgerRunDate

    open extend LedgerFile
    if LedgerFileStatus is equal to "35"
        open output LedgerFile
    end-if

    string "AOC-2021-INBOUND-1" " "
            delimited by size
            InboundFileName
            delimited by space
            " "
            "start=" RunStartTime " "
            "end=" RunEndTime " "
            "records=" NumberOfInstructions " "
            "result=" NumberOfApplied " "
            "date=" LedgerRunDate " "
            "run=" BatchRunId " "
            "in=" NumberOfProcessed " "
            "acc=" NumberOfApplied " "
            "rej=" NumberOfRejects
        delimited by size into LedgerDetailLine
    write LedgerLine from LedgerDetailLine
    perform RecordRunControl

    close LedgerFile.

copy REJSTAT.

copy FEEDREG.

copy RUNCTL.

copy RUNLOCK.

copy RUNID.
end program AOC-2021-INBOUND-1.
