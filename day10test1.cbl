identification division.
program-id. AOC-2021-DAY-10-TEST-1.
environment division.
input-output section.
    file-control.
        select InputFile assign to InputFileName
            organization is line sequential
            file status is InputFileStatus.

        select DetailFile assign to "day10-detail.txt"
            organization is line sequential.

        select RejectFile assign to "day10-rejects.txt"
            organization is line sequential.

        select LedgerFile assign to "batch-ledger.txt"
            organization is line sequential
            file status is LedgerFileStatus.

        copy RUNCTLSL.

        copy RUNLOCKSL.

        copy REJSTATSL.

data division.
file section.
fd InputFile.
01 filler.
    88 EndOfInputFile       value high-values.
    02 ChunkRecord          pic x(200). *> nested ( [ { < > } ] ) chunks

fd DetailFile.
01 DetailLine               pic x(260).

fd RejectFile.
01 RejectLine               pic x(260).

fd LedgerFile.
01 LedgerLine               copy LEDGERLINE.

copy RUNCTLFD.

copy RUNLOCKFD.

copy REJSTATFD.

working-storage section.
01 InputFileName            pic x(100).
01 InputFileStatus          pic xx.

*> the chunks still open, innermost last; each entry holds the closer
*> the opener is waiting for
01 ChunkStack.
    02 ExpectedCloser       pic x occurs 200 times.
01 StackDepth               pic 9(3) value zero.
01 ColumnNumber             pic 9(3).
01 ChunkCharacter           pic x.

01 LineStateFlag            pic x.
    88 LineIsValid          value "V".
    88 LineIsCorrupted      value "C".
    88 LineIsIncomplete     value "I".
    88 LineIsUnreadable     value "U".
01 FoundCloser              pic x.
01 WantedCloser             pic x.
01 IllegalColumn            pic 9(3).

01 CorruptionScore          pic 9(6).
01 TotalSyntaxScore         pic 9(12) value zero.

01 CompletionString         pic x(200).
01 CompletionLength         pic 9(3).
01 CloserValue              pic 9.
01 AutocompleteScore        pic 9(20).
01 ScoreOverflowFlag        pic x.
    88 ScoreOverflowed      value "Y".

*> completed lines' scores kept in ascending order as they arrive, so
*> the middle one can be picked out at the end
01 ScoreTable.
    02 SortedScore          pic 9(20) occurs 9999 times.
01 NumberOfScores           pic 9(4) value zero.
01 ScoreIndex               pic 9(4).
01 InsertIndex              pic 9(4).
01 MiddleIndex              pic 9(4).
01 MiddleScore              pic 9(20) value zero.

01 LineNumber               pic 9(6) value zero.
01 NumberOfValidLines       pic 9(6) value zero.
01 NumberOfCorruptedLines   pic 9(6) value zero.
01 NumberOfIncompleteLines  pic 9(6) value zero.
01 NumberOfOverflowedScores pic 9(6) value zero.
01 NumberOfRejects          pic 9(6) value zero.
01 NumberOfChunkLines       pic 9(6) value zero.
01 NumberOfAcceptedLines    pic 9(6) value zero.

01 RejectReason             pic x(60).
01 DetailWorkLine           pic x(260) value spaces.
01 RejectDetailLine         pic x(260) value spaces.

01 LedgerFileStatus         pic xx.
01 RunStartTime             pic 9(6).
01 RunEndTime               pic 9(6).
01 LedgerDetailLine         copy LEDGERLINE.
01 LedgerRunDate            pic 9(8).

copy REJSTATWS.

copy RUNCTLWS.

copy RUNLOCKWS.

copy RUNIDWS.

procedure division.
Begin.
    move function current-date(9:6) to RunStartTime
    perform EstablishBatchRunId
    move "AOC-2021-DAY-10-TEST-1" to RunLockRequester
    perform AcquireRunLock

    perform EstablishInputFileName

    open input InputFile
    if InputFileStatus is not equal to "00"
        display "cannot open navigation dump " function trim(InputFileName)
            " (file status " InputFileStatus ")"
        move 16 to return-code
        perform ReleaseRunLock
        stop run
    end-if

    open output DetailFile
    open output RejectFile

    read InputFile
        at end set EndOfInputFile to true
    end-read

    perform with test before until EndOfInputFile
        add 1 to LineNumber
        if ChunkRecord is not equal to spaces
            add 1 to NumberOfChunkLines
            perform CheckChunkLine
        end-if
        read InputFile
            at end set EndOfInputFile to true
        end-read
    end-perform

    close InputFile
    close DetailFile
    close RejectFile

    if NumberOfScores is greater than zero
        compute MiddleIndex = (NumberOfScores + 1) / 2
        move SortedScore(MiddleIndex) to MiddleScore
    end-if

    display "checked " LineNumber " navigation lines: "
        NumberOfValidLines " valid, " NumberOfCorruptedLines
        " corrupted, " NumberOfIncompleteLines " incomplete"
    display "total syntax error score = " TotalSyntaxScore
    display "middle autocomplete score = " MiddleScore
    if NumberOfOverflowedScores is greater than zero
        display "WARNING: " NumberOfOverflowedScores
            " completion strings are too long to score and are left"
            " out of the middle score"
    end-if
    display "line detail in day10-detail.txt, rejected " NumberOfRejects
        " - see day10-rejects.txt"

    perform WriteLedgerEntry

    evaluate true
        when LineNumber is equal to zero
            move 16 to return-code
        when NumberOfRejects is greater than zero
            move 4 to return-code
        when other
            move 0 to return-code
    end-evaluate

    perform ReleaseRunLock
    stop run.

EstablishInputFileName.
    accept InputFileName from environment "DAY10_INPUT_FILE"
    if InputFileName is equal to spaces
        move "day10-input.txt" to InputFileName
    end-if
    display "using navigation dump " function trim(InputFileName).

CheckChunkLine.
    move zero to StackDepth
    set LineIsValid to true

    perform with test before varying ColumnNumber from 1 by 1
            until ColumnNumber is greater than 200
               or not LineIsValid
               or ChunkRecord(ColumnNumber:1) is equal to space
        move ChunkRecord(ColumnNumber:1) to ChunkCharacter
        evaluate ChunkCharacter
            when "("
                perform PushOpener
            when "["
                perform PushOpener
            when "{"
                perform PushOpener
            when "<"
                perform PushOpener
            when ")"
                perform PopCloser
            when "]"
                perform PopCloser
            when "}"
                perform PopCloser
            when ">"
                perform PopCloser
            when other
                set LineIsUnreadable to true
                move ColumnNumber to IllegalColumn
        end-evaluate
    end-perform

    if LineIsValid and StackDepth is greater than zero
        set LineIsIncomplete to true
    end-if

    evaluate true
        when LineIsValid
            add 1 to NumberOfValidLines
            move spaces to DetailWorkLine
            string "line " LineNumber " VALID"
                delimited by size into DetailWorkLine
            write DetailLine from DetailWorkLine
        when LineIsCorrupted
            perform ScoreCorruptedLine
        when LineIsIncomplete
            perform CompleteIncompleteLine
        when LineIsUnreadable
            move spaces to RejectReason
            string "unrecognised character at column " IllegalColumn
                delimited by size into RejectReason
            perform WriteRejectRecord
    end-evaluate.

PushOpener.
    add 1 to StackDepth
    evaluate ChunkCharacter
        when "(" move ")" to ExpectedCloser(StackDepth)
        when "[" move "]" to ExpectedCloser(StackDepth)
        when "{" move "}" to ExpectedCloser(StackDepth)
        when "<" move ">" to ExpectedCloser(StackDepth)
    end-evaluate.

PopCloser.
    *> a closer with nothing open, or the wrong closer for the
    *> innermost open chunk, is the first illegal character
    if StackDepth is equal to zero
        set LineIsCorrupted to true
        move space to WantedCloser
        move ChunkCharacter to FoundCloser
        move ColumnNumber to IllegalColumn
    else
        if ExpectedCloser(StackDepth) is equal to ChunkCharacter
            subtract 1 from StackDepth
        else
            set LineIsCorrupted to true
            move ExpectedCloser(StackDepth) to WantedCloser
            move ChunkCharacter to FoundCloser
            move ColumnNumber to IllegalColumn
        end-if
    end-if.

ScoreCorruptedLine.
    add 1 to NumberOfCorruptedLines
    evaluate FoundCloser
        when ")" move 3 to CorruptionScore
        when "]" move 57 to CorruptionScore
        when "}" move 1197 to CorruptionScore
        when ">" move 25137 to CorruptionScore
    end-evaluate
    add CorruptionScore to TotalSyntaxScore

    move spaces to DetailWorkLine
    move spaces to RejectReason
    if WantedCloser is equal to space
        string "line " LineNumber " CORRUPTED found " FoundCloser
                " with no chunk open at column " IllegalColumn
                " score=" CorruptionScore
            delimited by size into DetailWorkLine
        string "CORRUPTED - found " FoundCloser
                " with no chunk open at column " IllegalColumn
            delimited by size into RejectReason
    else
        string "line " LineNumber " CORRUPTED expected " WantedCloser
                " but found " FoundCloser " at column " IllegalColumn
                " score=" CorruptionScore
            delimited by size into DetailWorkLine
        string "CORRUPTED - expected " WantedCloser
                " but found " FoundCloser " at column " IllegalColumn
            delimited by size into RejectReason
    end-if
    write DetailLine from DetailWorkLine

    perform WriteRejectRecord.

CompleteIncompleteLine.
    add 1 to NumberOfIncompleteLines
    move spaces to CompletionString
    move zero to CompletionLength
    move zero to AutocompleteScore
    move "N" to ScoreOverflowFlag

    perform with test before until StackDepth is equal to zero
        add 1 to CompletionLength
        move ExpectedCloser(StackDepth)
            to CompletionString(CompletionLength:1)
        evaluate ExpectedCloser(StackDepth)
            when ")" move 1 to CloserValue
            when "]" move 2 to CloserValue
            when "}" move 3 to CloserValue
            when ">" move 4 to CloserValue
        end-evaluate
        if not ScoreOverflowed
            compute AutocompleteScore = AutocompleteScore * 5 + CloserValue
                on size error
                    set ScoreOverflowed to true
            end-compute
        end-if
        subtract 1 from StackDepth
    end-perform

    move spaces to DetailWorkLine
    if ScoreOverflowed
        add 1 to NumberOfOverflowedScores
        string "line " LineNumber " INCOMPLETE score=OVERFLOW complete="
                delimited by size
                CompletionString delimited by space
            into DetailWorkLine
    else
        perform InsertAutocompleteScore
        string "line " LineNumber " INCOMPLETE score=" AutocompleteScore
                " complete=" delimited by size
                CompletionString delimited by space
            into DetailWorkLine
    end-if
    write DetailLine from DetailWorkLine.

InsertAutocompleteScore.
    if NumberOfScores is less than 9999
        add 1 to NumberOfScores
        move NumberOfScores to InsertIndex
        perform with test before
                until InsertIndex is equal to 1
                   or SortedScore(InsertIndex - 1)
                       is not greater than AutocompleteScore
            move SortedScore(InsertIndex - 1) to SortedScore(InsertIndex)
            subtract 1 from InsertIndex
        end-perform
        move AutocompleteScore to SortedScore(InsertIndex)
    else
        display "more than 9999 incomplete lines - line " LineNumber
            " left out of the middle score"
    end-if.

WriteRejectRecord.
    add 1 to NumberOfRejects
    move spaces to RejectDetailLine
    string "line " LineNumber ": " delimited by size
            function trim(RejectReason) delimited by size
            " [" delimited by size
            function trim(ChunkRecord) delimited by size
            "]" delimited by size
        into RejectDetailLine
    write RejectLine from RejectDetailLine

    move function current-date(1:8) to RejStatDate
    move "AOC-2021-DAY-10-TEST-1" to RejStatProgram
    move LineNumber to RejStatLine
    move "REJECTED" to RejStatStatus
    move ChunkRecord to RejStatRecordText
    perform RecordRejectStatus.

WriteLedgerEntry.
    move function current-date(9:6) to RunEndTime
    move function current-date(1:8) to LedgerRunDate
    *> corrupted lines go to the rejects, so only valid and incomplete
    *> lines count as accepted
    compute NumberOfAcceptedLines = NumberOfValidLines
        + NumberOfIncompleteLines

    open extend LedgerFile
    if LedgerFileStatus is equal to "35"
        open output LedgerFile
    end-if

    string "AOC-2021-DAY-10-TEST-1" " "
            delimited by size
            InputFileName
            delimited by space
            " "
            "start=" RunStartTime " "
            "end=" RunEndTime " "
            "records=" LineNumber " "
            "result=" TotalSyntaxScore " "
            "middle=" MiddleScore " "
            "date=" LedgerRunDate " "
            "run=" BatchRunId " "
            "in=" NumberOfChunkLines " "
            "acc=" NumberOfAcceptedLines " "
            "rej=" NumberOfRejects
        delimited by size into LedgerDetailLine
    write LedgerLine from LedgerDetailLine
    perform RecordRunControl

    close LedgerFile.

copy REJSTAT.

copy RUNCTL.

copy RUNLOCK.

copy RUNID.
end program AOC-2021-DAY-10-TEST-1.
