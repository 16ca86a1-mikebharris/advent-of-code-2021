        select WorklistFile assign to "day3-maintenance.txt"
            organization is line sequential.

        select ServiceFile assign to "day3-service.dat"
            organization is indexed
            access mode is dynamic
            record key is ServiceChannel
            file status is ServiceFileStatus.

        select LedgerFile assign to "batch-ledger.txt"
            organization is line sequential
            file status is LedgerFileStatus.

        copy RUNCTLSL.

        copy RUNLOCKSL.

        copy RUNPARMSL.

data division.
fd WorklistFile.
01 WorklistLine              pic x(160).

fd ServiceFile.
    copy DAY3SVCREC.

fd LedgerFile.
01 LedgerLine                copy LEDGERLINE.

copy RUNCTLFD.

copy RUNLOCKFD.

copy RUNPARMFD.

working-storage section.

01 EntryChannel              pic 99.
01 EntryMargin               pic 9(8).
01 EntryDate                 pic 9(8).

*> margins recorded before a channel's last service describe the
*> transducer that was taken out, so they take no part in its trend
01 ServiceFileStatus         pic xx.
01 ServiceTable.
    02 ChannelServiceDate    pic 9(8) occurs 32 times value zeroes.
01 ServiceNote               pic x(30).
01 NumberOfServicedChannels  pic 9(2) value zero.
01 NumberOfPreServiceLines   pic 9(6) value zero.

*> per channel, the margins of its most recent runs in arrival order;
*> once full the oldest rolls off, like the operator inquiry's recent

copy RUNPARMWS.

copy RUNCTLWS.

copy RUNLOCKWS.

copy RUNIDWS.

procedure division.
Begin.
    move function current-date(9:6) to RunStartTime
    perform EstablishBatchRunId
    move "AOC-2021-DAY-3-SENSOR-1" to RunLockRequester
    perform AcquireRunLock

    perform EstablishHistoryFileName
    perform EstablishOperatorSettings
    perform LoadServiceRegister

    open input ChannelHistoryFile
    if ChannelHistoryFileStatus is not equal to "00"
            " (file status " ChannelHistoryFileStatus
            ") - run the diagnostics step first"
        move 16 to return-code
        perform ReleaseRunLock
        stop run
    end-if


    close ChannelHistoryFile

    display "loaded " NumberOfHistoryLines " channel history entries, "
        NumberOfPreServiceLines " from before a channel service ignored"

    open output WorklistFile
    perform WriteWorklistHeading
            move 0 to return-code
    end-evaluate

    perform ReleaseRunLock
    stop run.

EstablishHistoryFileName.
    display "flagging margins shrinking across "
        ShrinkRunsRequired " consecutive runs".

LoadServiceRegister.
    open input ServiceFile
    if ServiceFileStatus is not equal to "00"
        display "no channel service register (file status "
            ServiceFileStatus ") - every channel judged on its full history"
    else
        perform with test before varying ChannelIndex from 1 by 1
                until ChannelIndex is greater than 32
            move ChannelIndex to ServiceChannel
            read ServiceFile
                invalid key continue
                not invalid key
                    move ServiceDate to ChannelServiceDate(ChannelIndex)
                    add 1 to NumberOfServicedChannels
            end-read
        end-perform
        close ServiceFile
        display NumberOfServicedChannels
            " channels have a service on the register"
    end-if.

LoadChannelHistoryEntry.
    move spaces to DateField ChannelField OnesField
                   ZerosField MarginField FlagField
        move function numval(MarginField(8:)) to EntryMargin
        if EntryChannel is greater than zero
                and EntryChannel is not greater than 32
            move zero to EntryDate
            if DateField(1:4) is numeric and DateField(6:2) is numeric
                    and DateField(9:2) is numeric
                string DateField(1:4) DateField(6:2) DateField(9:2)
                    delimited by size into EntryDate
            end-if
            if EntryDate is less than ChannelServiceDate(EntryChannel)
                add 1 to NumberOfPreServiceLines
            else
                perform BufferChannelMargin
            end-if
        end-if
    else
        display "skipping unparseable channel history record: "
    move DateField to ChannelLatestDate(EntryChannel).

AssessOneChannel.
    if ChannelServiceDate(ChannelIndex) is equal to zero
        move "never serviced" to ServiceNote
    else
        move spaces to ServiceNote
        string "last serviced " ChannelServiceDate(ChannelIndex)
            delimited by size into ServiceNote
    end-if

    *> a channel already STUCK or BORDERLINE on its latest run goes
    *> straight onto the worklist; otherwise the margin must have
    *> shrunk on every one of the last ShrinkRunsRequired runs
                    ChannelLatestFlag(ChannelIndex) delimited by space
                    " on " delimited by size
                    ChannelLatestDate(ChannelIndex) delimited by space
                    " - replace transducer (" delimited by size
                    function trim(ServiceNote) delimited by size
                    ")" delimited by size
                into WorklistDetailLine
            write WorklistLine from WorklistDetailLine
        when ChannelLatestFlag(ChannelIndex)(1:10)
            string "channel " ChannelIndex " BORDERLINE on "
                    delimited by size
                    ChannelLatestDate(ChannelIndex) delimited by space
                    " - inspect before next voyage (" delimited by size
                    function trim(ServiceNote) delimited by size
                    ")" delimited by size
                into WorklistDetailLine
            write WorklistLine from WorklistDetailLine
        when ChannelRunCount(ChannelIndex)
                " over " ShrinkRunsRequired
                " runs to " delimited by size
                ChannelLatestDate(ChannelIndex) delimited by space
                " - schedule transducer check (" delimited by size
                function trim(ServiceNote) delimited by size
                ")" delimited by size
            into WorklistDetailLine
        write WorklistLine from WorklistDetailLine
    end-if.

    move spaces to WorklistDetailLine
    string "History entries: " NumberOfHistoryLines
            "   Before last service: " NumberOfPreServiceLines
            "   Channels flagged: " NumberOfWorklistItems
        delimited by size into WorklistDetailLine
    write WorklistLine from WorklistDetailLine.
            "end=" RunEndTime " "
            "records=" NumberOfHistoryLines " "
            "result=" NumberOfWorklistItems " "
            "presvc=" NumberOfPreServiceLines " "
            "date=" LedgerRunDate " "
            "run=" BatchRunId " "
            "parms=" delimited by size
            function trim(ParmEffectiveList) delimited by size
        into LedgerDetailLine
    write LedgerLine from LedgerDetailLine
    perform RecordRunControl

    close LedgerFile.

copy RUNPARM.

copy RUNCTL.

copy RUNLOCK.

copy RUNID.
end program AOC-2021-DAY-3-SENSOR-1.
