StartRunControlBrowse.
    *> run-control.dat must already be open; RunCtlBrowseMode and the
    *> wanted program or run id say which entries ReadNextRunControl
    *> hands back
    move "N" to RunCtlBrowseSwitch
    if RunCtlBrowseByProgram
        move low-values to RunCtlProgramKey
        if RunCtlWantedLength is greater than zero
            move RunCtlWantedProgram(1:RunCtlWantedLength)
                to RunCtlKeyProgramId(1:RunCtlWantedLength)
        end-if
        start RunControlFile key is not less than RunCtlProgramKey
            invalid key set EndOfRunCtlBrowse to true
        end-start
    else
        move low-values to RunCtlKey
        if RunCtlWantedRunId is not equal to spaces
            move RunCtlWantedRunId to RunCtlRunId
        end-if
        start RunControlFile key is not less than RunCtlKey
            invalid key set EndOfRunCtlBrowse to true
        end-start
    end-if.

ReadNextRunControl.
    if not EndOfRunCtlBrowse
        read RunControlFile next record
            at end set EndOfRunCtlBrowse to true
        end-read
    end-if
    if not EndOfRunCtlBrowse
        evaluate true
            when RunCtlFileStatus(1:1) is not equal to "0"
                display "run-control.dat read failed (file status "
                    RunCtlFileStatus ")"
                set EndOfRunCtlBrowse to true
            when RunCtlBrowseByProgram
                if RunCtlWantedLength is greater than zero
                    if RunCtlKeyProgramId(1:RunCtlWantedLength)
                            is not equal to
                            RunCtlWantedProgram(1:RunCtlWantedLength)
                        set EndOfRunCtlBrowse to true
                    end-if
                end-if
            when RunCtlBrowseByRun
                    and RunCtlWantedRunId is not equal to spaces
                    and RunCtlRunId is not equal to RunCtlWantedRunId
                set EndOfRunCtlBrowse to true
        end-evaluate
    end-if.

FindLatestRunControl.
    *> the newest entry for the program named in RunCtlWantedProgram
    *> is left in RunControlRecord, RunCtlEntryFound saying if any was
    move "N" to RunCtlFoundSwitch
    set RunCtlBrowseByProgram to true
    move 30 to RunCtlWantedLength
    perform StartRunControlBrowse
    perform ReadNextRunControl
    perform with test before until EndOfRunCtlBrowse
        set RunCtlEntryFound to true
        move RunControlRecord to RunCtlSavedRecord
        perform ReadNextRunControl
    end-perform
    if RunCtlEntryFound
        move RunCtlSavedRecord to RunControlRecord
    end-if.
