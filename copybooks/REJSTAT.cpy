    end-if

    move spaces to RejStatDetailLine
    move 1 to RejStatPointer
    string "date=" RejStatDate
            " line=" RejStatLine
            " program=" function trim(RejStatProgram)
            " status=" function trim(RejStatStatus)
            " run=" BatchRunId
        delimited by size into RejStatDetailLine
        with pointer RejStatPointer
    if RejStatReason is not equal to spaces
        string " reason=" RejStatReason
                " operator=" function trim(RejStatOperator)
            delimited by size into RejStatDetailLine
            with pointer RejStatPointer
    end-if
    if RejStatSecondOperator is not equal to spaces
        string " second=" function trim(RejStatSecondOperator)
            delimited by size into RejStatDetailLine
            with pointer RejStatPointer
    end-if
    string " record=[" function trim(RejStatRecordText) "]"
        delimited by size into RejStatDetailLine
        with pointer RejStatPointer
    write RejectStatusLine from RejStatDetailLine

    close RejectStatusFile.
