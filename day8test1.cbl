identification division.
program-id. AOC-2021-DAY-8-TEST-1.
environment division.
input-output section.
    file-control.
        select InputFile assign to InputFileName
            organization is line sequential
            file status is InputFileStatus.

        select DecodeFile assign to "day8-decode.txt"
            organization is line sequential.

        select FaultFile assign to "day8-faults.txt"
            organization is line sequential.

        select LedgerFile assign to "batch-ledger.txt"
            organization is line sequential
            file status is LedgerFileStatus.

        copy RUNCTLSL.

        copy RUNLOCKSL.

        copy RUNPARMSL.

        copy REJSTATSL.

data division.
file section.
fd InputFile.
01 filler.
    88 EndOfInputFile       value high-values.
    02 DisplayRecord        pic x(120). *> ten patterns | four outputs

fd DecodeFile.
01 DecodeLine               pic x(120).

fd FaultFile.
01 FaultLine                pic x(200).

fd LedgerFile.
01 LedgerLine               copy LEDGERLINE.

copy RUNCTLFD.

copy RUNLOCKFD.

copy RUNPARMFD.

copy REJSTATFD.

working-storage section.
01 InputFileName            pic x(100).
01 InputFileStatus          pic xx.

01 SignalPatterns.
    02 SignalPattern        pic x(10) occurs 10 times.
01 OutputPatterns.
    02 OutputPattern        pic x(10) occurs 4 times.
01 SeparatorField           pic x(10).
01 TokenCount               pic 99.
01 TokenOverflowFlag        pic x.
    88 TooManyTokens        value "Y".

*> the lit segments of each digit 0 to 9, in segment order a to g
01 DigitSegmentValues.
    02 filler               pic x(7) value "YYYNYYY".
    02 filler               pic x(7) value "NNYNNYN".
    02 filler               pic x(7) value "YNYYYNY".
    02 filler               pic x(7) value "YNYYNYY".
    02 filler               pic x(7) value "NYYYNYN".
    02 filler               pic x(7) value "YYNYNYY".
    02 filler               pic x(7) value "YYNYYYY".
    02 filler               pic x(7) value "YNYNNYN".
    02 filler               pic x(7) value "YYYYYYY".
    02 filler               pic x(7) value "YYYYNYY".
01 DigitSegmentTable redefines DigitSegmentValues.
    02 DigitMask            pic x(7) occurs 10 times.

01 WireLetters              pic x(7) value "abcdefg".

*> across the ten patterns of a sound display each segment lights a
*> fixed number of times (a 8, b 6, c 8, d 7, e 4, f 9, g 7); b, e
*> and f are told apart by that count alone, a from c by digit 1 and
*> d from g by digit 4
01 WireFrequencyTable.
    02 WireFrequency        pic 99 occurs 7 times.
01 WireSegmentTable.
    02 WireSegment          pic 9 occurs 7 times.
01 SegmentClaimTable.
    02 SegmentClaims        pic 9 occurs 7 times.
01 WireSeenTable.
    02 WireSeen             pic x occurs 7 times.

01 PatternWork              pic x(10).
01 PatternLength            pic 99.
01 PatternMask              pic x(7).
01 PatternIndex             pic 99.
01 CharIndex                pic 99.
01 WireIndex                pic 9.
01 SegmentIndex             pic 9.
01 DigitIndex               pic 99.
01 MatchedDigit             pic 99.
01 LetterToFind             pic x.

01 OnePattern               pic x(10).
01 FourPattern              pic x(10).
01 LengthCountTable.
    02 PatternsOfLength     pic 99 occurs 7 times.
01 DigitUsedTable.
    02 DigitUsed            pic x occurs 10 times.

01 WiringFaultFlag          pic x.
    88 WiringFaultFound     value "Y".
01 FaultReason              pic x(60).

01 OutputValue              pic 9(4).
01 OutputDigit              pic 9.
01 MappingText              pic x(7).

01 LineNumber               pic 9(6) value zero.
01 NumberOfDisplays         pic 9(6) value zero.
01 NumberOfDecoded          pic 9(6) value zero.
01 NumberOfFaults           pic 9(6) value zero.
01 UniqueDigitCount         pic 9(8) value zero.
01 OutputTotal              pic 9(12) value zero.
01 FaultTolerance           pic 9(6) value zero.

01 DecodeDetailLine         pic x(120) value spaces.
01 FaultDetailLine          pic x(200) value spaces.

01 LedgerFileStatus         pic xx.
01 RunStartTime             pic 9(6).
01 RunEndTime               pic 9(6).
01 LedgerDetailLine         copy LEDGERLINE.
01 LedgerRunDate            pic 9(8).

copy RUNPARMWS.

copy REJSTATWS.

copy RUNCTLWS.

copy RUNLOCKWS.

copy RUNIDWS.

procedure division.
Begin.
    move function current-date(9:6) to RunStartTime
    perform EstablishBatchRunId
    move "AOC-2021-DAY-8-TEST-1" to RunLockRequester
    perform AcquireRunLock

    perform EstablishInputFileName
    perform EstablishFaultTolerance

    open input InputFile
    if InputFileStatus is not equal to "00"
        display "cannot open display signal file "
            function trim(InputFileName)
            " (file status " InputFileStatus ")"
        move 16 to return-code
        perform ReleaseRunLock
        stop run
    end-if

    open output DecodeFile
    open output FaultFile

    read InputFile
        at end set EndOfInputFile to true
    end-read

    perform with test before until EndOfInputFile
        add 1 to LineNumber
        if DisplayRecord is not equal to spaces
            add 1 to NumberOfDisplays
            perform DecodeDisplayRecord
        end-if
        read InputFile
            at end set EndOfInputFile to true
        end-read
    end-perform

    close InputFile
    close DecodeFile
    close FaultFile

    display "read " NumberOfDisplays " display records, decoded "
        NumberOfDecoded ", wiring faults " NumberOfFaults
        " - see day8-faults.txt"
    display "digits 1, 4, 7 or 8 in the output values = " UniqueDigitCount
    display "total of the decoded output values = " OutputTotal

    perform WriteLedgerEntry

    evaluate true
        when NumberOfDisplays is equal to zero
            move 16 to return-code
        when NumberOfFaults is greater than FaultTolerance
            move 8 to return-code
        when other
            move 0 to return-code
    end-evaluate

    perform ReleaseRunLock
    stop run.

EstablishInputFileName.
    accept InputFileName from environment "DAY8_INPUT_FILE"
    if InputFileName is equal to spaces
        move "day8-input.txt" to InputFileName
    end-if
    display "using display signal file " function trim(InputFileName).

EstablishFaultTolerance.
    move "DAY8_FAULT_TOLERANCE" to ParmRequestedKeyword
    move zero to ParmDefaultValue
    move zero to ParmMinimumValue
    move 999999 to ParmMaximumValue
    perform ObtainRunParameter
    move ParmEffectiveValue to FaultTolerance
    display "tolerating up to " FaultTolerance " wiring faults".

DecodeDisplayRecord.
    move "N" to WiringFaultFlag
    move spaces to FaultReason

    perform SplitDisplayRecord
    if not WiringFaultFound
        perform CheckPatternShapes
    end-if
    if not WiringFaultFound
        perform CountUniqueOutputDigits
        perform ResolveWireMapping
    end-if
    if not WiringFaultFound
        perform CheckSignalDigits
    end-if
    if not WiringFaultFound
        perform DecodeOutputValue
    end-if

    if WiringFaultFound
        perform WriteFaultRecord
    else
        add 1 to NumberOfDecoded
        add OutputValue to OutputTotal
        perform WriteDecodeRecord
    end-if.

SplitDisplayRecord.
    move spaces to SignalPatterns OutputPatterns SeparatorField
    move zero to TokenCount
    move "N" to TokenOverflowFlag
    unstring DisplayRecord delimited by all space
        into SignalPattern(1) SignalPattern(2) SignalPattern(3)
             SignalPattern(4) SignalPattern(5) SignalPattern(6)
             SignalPattern(7) SignalPattern(8) SignalPattern(9)
             SignalPattern(10) SeparatorField
             OutputPattern(1) OutputPattern(2) OutputPattern(3)
             OutputPattern(4)
        tallying in TokenCount
        on overflow
            set TooManyTokens to true
    end-unstring

    evaluate true
        when TooManyTokens
            set WiringFaultFound to true
            move "more than ten patterns and four outputs" to FaultReason
        when SeparatorField is not equal to "|"
            set WiringFaultFound to true
            move "ten signal patterns not followed by |" to FaultReason
        when TokenCount is less than 15
            set WiringFaultFound to true
            move "fewer than four output patterns" to FaultReason
    end-evaluate.

CheckPatternShapes.
    initialize LengthCountTable
    move spaces to OnePattern FourPattern
    perform with test before varying PatternIndex from 1 by 1
            until PatternIndex is greater than 10
               or WiringFaultFound
        move SignalPattern(PatternIndex) to PatternWork
        perform CheckOnePatternShape
        if not WiringFaultFound
            add 1 to PatternsOfLength(PatternLength)
            if PatternLength is equal to 2
                move PatternWork to OnePattern
            end-if
            if PatternLength is equal to 4
                move PatternWork to FourPattern
            end-if
        end-if
    end-perform

    perform with test before varying PatternIndex from 1 by 1
            until PatternIndex is greater than 4
               or WiringFaultFound
        move OutputPattern(PatternIndex) to PatternWork
        perform CheckOnePatternShape
    end-perform

    *> ten distinct digits light 2, 3, 4 and 7 segments once each and
    *> 5 and 6 segments three times each
    if not WiringFaultFound
        if PatternsOfLength(2) is not equal to 1
                or PatternsOfLength(3) is not equal to 1
                or PatternsOfLength(4) is not equal to 1
                or PatternsOfLength(7) is not equal to 1
                or PatternsOfLength(5) is not equal to 3
                or PatternsOfLength(6) is not equal to 3
            set WiringFaultFound to true
            move "signal pattern lengths do not fit ten digits"
                to FaultReason
        end-if
    end-if.

CheckOnePatternShape.
    move zero to PatternLength
    inspect PatternWork tallying PatternLength
        for characters before initial space
    if PatternLength is equal to zero or PatternLength is greater than 7
        set WiringFaultFound to true
        move spaces to FaultReason
        string "pattern " function trim(PatternWork)
                " is not 1 to 7 segments"
            delimited by size into FaultReason
    else
        move all "N" to WireSeenTable
        perform with test before varying CharIndex from 1 by 1
                until CharIndex is greater than PatternLength
                   or WiringFaultFound
            move PatternWork(CharIndex:1) to LetterToFind
            perform FindWireIndex
            evaluate true
                when WireIndex is equal to zero
                    set WiringFaultFound to true
                    move spaces to FaultReason
                    string "pattern " function trim(PatternWork)
                            " names a wire outside a to g"
                        delimited by size into FaultReason
                when WireSeen(WireIndex) is equal to "Y"
                    set WiringFaultFound to true
                    move spaces to FaultReason
                    string "pattern " function trim(PatternWork)
                            " repeats a wire"
                        delimited by size into FaultReason
                when other
                    move "Y" to WireSeen(WireIndex)
            end-evaluate
        end-perform
    end-if.

FindWireIndex.
    move zero to WireIndex
    perform with test before varying SegmentIndex from 1 by 1
            until SegmentIndex is greater than 7
        if WireLetters(SegmentIndex:1) is equal to LetterToFind
            move SegmentIndex to WireIndex
        end-if
    end-perform.

CountUniqueOutputDigits.
    perform with test before varying PatternIndex from 1 by 1
            until PatternIndex is greater than 4
        move zero to PatternLength
        inspect OutputPattern(PatternIndex) tallying PatternLength
            for characters before initial space
        if PatternLength is equal to 2 or PatternLength is equal to 3
                or PatternLength is equal to 4
                or PatternLength is equal to 7
            add 1 to UniqueDigitCount
        end-if
    end-perform.

ResolveWireMapping.
    initialize WireFrequencyTable WireSegmentTable SegmentClaimTable
    perform with test before varying PatternIndex from 1 by 1
            until PatternIndex is greater than 10
        move SignalPattern(PatternIndex) to PatternWork
        move zero to PatternLength
        inspect PatternWork tallying PatternLength
            for characters before initial space
        perform with test before varying CharIndex from 1 by 1
                until CharIndex is greater than PatternLength
            move PatternWork(CharIndex:1) to LetterToFind
            perform FindWireIndex
            add 1 to WireFrequency(WireIndex)
        end-perform
    end-perform

    perform with test before varying WireIndex from 1 by 1
            until WireIndex is greater than 7
        move WireLetters(WireIndex:1) to LetterToFind
        evaluate WireFrequency(WireIndex)
            when 4
                move 5 to WireSegment(WireIndex)
            when 6
                move 2 to WireSegment(WireIndex)
            when 9
                move 6 to WireSegment(WireIndex)
            when 8
                move zero to PatternLength
                inspect OnePattern tallying PatternLength
                    for all LetterToFind
                if PatternLength is greater than zero
                    move 3 to WireSegment(WireIndex)
                else
                    move 1 to WireSegment(WireIndex)
                end-if
            when 7
                move zero to PatternLength
                inspect FourPattern tallying PatternLength
                    for all LetterToFind
                if PatternLength is greater than zero
                    move 4 to WireSegment(WireIndex)
                else
                    move 7 to WireSegment(WireIndex)
                end-if
            when other
                move zero to WireSegment(WireIndex)
        end-evaluate
        if WireSegment(WireIndex) is greater than zero
            add 1 to SegmentClaims(WireSegment(WireIndex))
        end-if
    end-perform

    *> every segment must be driven by exactly one wire
    perform with test before varying SegmentIndex from 1 by 1
            until SegmentIndex is greater than 7
        if SegmentClaims(SegmentIndex) is not equal to 1
            set WiringFaultFound to true
            move "wire counts give no consistent segment mapping"
                to FaultReason
        end-if
    end-perform.

CheckSignalDigits.
    move all "N" to DigitUsedTable
    perform with test before varying PatternIndex from 1 by 1
            until PatternIndex is greater than 10
               or WiringFaultFound
        move SignalPattern(PatternIndex) to PatternWork
        perform TranslatePattern
        evaluate true
            when MatchedDigit is greater than 9
                set WiringFaultFound to true
                move spaces to FaultReason
                string "pattern " function trim(PatternWork)
                        " maps to no digit"
                    delimited by size into FaultReason
            when DigitUsed(MatchedDigit + 1) is equal to "Y"
                set WiringFaultFound to true
                move spaces to FaultReason
                string "two patterns map to digit " MatchedDigit(2:1)
                    delimited by size into FaultReason
            when other
                move "Y" to DigitUsed(MatchedDigit + 1)
        end-evaluate
    end-perform.

DecodeOutputValue.
    move zero to OutputValue
    perform with test before varying PatternIndex from 1 by 1
            until PatternIndex is greater than 4
               or WiringFaultFound
        move OutputPattern(PatternIndex) to PatternWork
        perform TranslatePattern
        if MatchedDigit is greater than 9
            set WiringFaultFound to true
            move spaces to FaultReason
            string "output " function trim(PatternWork)
                    " maps to no digit"
                delimited by size into FaultReason
        else
            move MatchedDigit to OutputDigit
            compute OutputValue = OutputValue * 10 + OutputDigit
        end-if
    end-perform.

TranslatePattern.
    move all "N" to PatternMask
    move zero to PatternLength
    inspect PatternWork tallying PatternLength
        for characters before initial space
    perform with test before varying CharIndex from 1 by 1
            until CharIndex is greater than PatternLength
        move PatternWork(CharIndex:1) to LetterToFind
        perform FindWireIndex
        move "Y" to PatternMask(WireSegment(WireIndex):1)
    end-perform

    move 99 to MatchedDigit
    perform with test before varying DigitIndex from 1 by 1
            until DigitIndex is greater than 10
        if DigitMask(DigitIndex) is equal to PatternMask
            compute MatchedDigit = DigitIndex - 1
        end-if
    end-perform.

WriteDecodeRecord.
    *> the mapping reads as the segment each of wires a to g drives
    move spaces to MappingText
    perform with test before varying WireIndex from 1 by 1
            until WireIndex is greater than 7
        move WireLetters(WireSegment(WireIndex):1)
            to MappingText(WireIndex:1)
    end-perform

    move spaces to DecodeDetailLine
    string "line " LineNumber " value=" OutputValue
            " wires=abcdefg segments=" MappingText
        delimited by size into DecodeDetailLine
    write DecodeLine from DecodeDetailLine.

WriteFaultRecord.
    add 1 to NumberOfFaults
    move spaces to FaultDetailLine
    string "line " LineNumber ": " delimited by size
            function trim(FaultReason) delimited by size
            " [" delimited by size
            function trim(DisplayRecord) delimited by size
            "]" delimited by size
        into FaultDetailLine
    write FaultLine from FaultDetailLine

    move function current-date(1:8) to RejStatDate
    move "AOC-2021-DAY-8-TEST-1" to RejStatProgram
    move LineNumber to RejStatLine
    move "REJECTED" to RejStatStatus
    move DisplayRecord to RejStatRecordText
    perform RecordRejectStatus.

WriteLedgerEntry.
    move function current-date(9:6) to RunEndTime
    move function current-date(1:8) to LedgerRunDate

    open extend LedgerFile
    if LedgerFileStatus is equal to "35"
        open output LedgerFile
    end-if

    string "AOC-2021-DAY-8-TEST-1" " "
            delimited by size
            InputFileName
            delimited by space
            " "
            "start=" RunStartTime " "
            "end=" RunEndTime " "
            "records=" NumberOfDisplays " "
            "result=" OutputTotal " "
            "unique=" UniqueDigitCount " "
            "date=" LedgerRunDate " "
            "run=" BatchRunId " "
            "in=" NumberOfDisplays " "
            "acc=" NumberOfDecoded " "
            "rej=" NumberOfFaults " "
            "parms=" delimited by size
            function trim(ParmEffectiveList) delimited by size
        into LedgerDetailLine
    write LedgerLine from LedgerDetailLine
    perform RecordRunControl

    close LedgerFile.

copy RUNPARM.

copy REJSTAT.

copy RUNCTL.

copy RUNLOCK.

copy RUNID.
end program AOC-2021-DAY-8-TEST-1.
