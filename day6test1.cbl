identification division.
program-id. AOC-2021-DAY-6-TEST-1.
environment division.
input-output section.
    file-control.
        select InputFile assign to InputFileName
            organization is line sequential
            file status is InputFileStatus.

        select ProjectionFile assign to "day6-projection.txt"
            organization is line sequential.

        select RejectFile assign to "day6-rejects.txt"
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
    02 SchoolRecord         pic x(8000). *> comma-separated spawn timers

fd ProjectionFile.
01 ProjectionLine           pic x(100).

fd RejectFile.
01 RejectLine               pic x(100).

fd LedgerFile.
01 LedgerLine               copy LEDGERLINE.

copy RUNCTLFD.

copy RUNLOCKFD.

copy RUNPARMFD.

copy REJSTATFD.

working-storage section.
01 InputFileName            pic x(100).
01 InputFileStatus          pic xx.

01 RecordLength             pic 9(4).
01 SchoolPointer            pic 9(4).
01 TimerToken               pic x(12).
01 ItemNumber               pic 9(6) value zero.

*> the school is tracked as nine counts, one per spawn timer value,
*> not one entry per fish: the 256-day school runs into the trillions
*> and the counts are sized to hold far beyond that
01 TimerBuckets.
    02 FishWithTimer        pic 9(30) occurs 9 times.
01 SpawningFish             pic 9(30).
01 SchoolSize               pic 9(30) value zero.
01 TimerIndex               pic 99.
01 TimerValue               pic 9.

01 HorizonDays              pic 9(4).
01 DayNumber                pic 9(4).
01 SchoolOverflowFlag       pic x value "N".
    88 SchoolOverflowed     value "Y".
01 LastProjectedDay         pic 9(4) value zero.

*> the survey area's capacity is set in millions of fish
01 AreaCapacityMillions     pic 9(9).
01 AreaCapacity             pic 9(30).
01 CapacityDay              pic 9(4) value zero.
01 CapacityFlag             pic x value "N".
    88 CapacityExceeded     value "Y".

01 SchoolAtDay80            pic 9(30) value zero.
01 SchoolAtDay256           pic 9(30) value zero.
01 InitialSchoolSize        pic 9(30) value zero.
01 SchoolDisplay            pic z(29)9.
01 SchoolDisplay80          pic z(29)9.
01 SchoolDisplay256         pic z(29)9.

01 NumberOfFish             pic 9(6) value zero.
01 NumberOfRejects          pic 9(6) value zero.
01 RejectReason             pic x(40).
01 RejectDetailLine         pic x(100) value spaces.

01 TodaysDate.
    02 TodaysYear           pic 9(4).
    02 TodaysMonth          pic 9(2).
    02 TodaysDay            pic 9(2).
01 ProjectionDetailLine     pic x(100) value spaces.

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
    move "AOC-2021-DAY-6-TEST-1" to RunLockRequester
    perform AcquireRunLock

    perform EstablishInputFileName
    perform EstablishForecastSettings

    open input InputFile
    if InputFileStatus is not equal to "00"
        display "cannot open lanternfish survey "
            function trim(InputFileName)
            " (file status " InputFileStatus ")"
        move 16 to return-code
        perform ReleaseRunLock
        stop run
    end-if

    initialize TimerBuckets
    open output RejectFile
    read InputFile
        at end set EndOfInputFile to true
    end-read
    perform with test before until EndOfInputFile
        perform LoadSpawnTimers
        read InputFile
            at end set EndOfInputFile to true
        end-read
    end-perform
    close InputFile
    close RejectFile

    move NumberOfFish to InitialSchoolSize
    move NumberOfFish to SchoolSize
    display "read " NumberOfFish " lanternfish, rejected "
        NumberOfRejects " - see day6-rejects.txt"

    open output ProjectionFile
    perform WriteProjectionHeading
    if NumberOfFish is greater than zero
        perform ProjectSchool
    end-if
    close ProjectionFile

    perform ReportForecast

    perform WriteLedgerEntry

    evaluate true
        when NumberOfFish is equal to zero
            move 16 to return-code
        when SchoolOverflowed
            move 8 to return-code
        when NumberOfRejects is greater than zero
            move 4 to return-code
        when other
            move 0 to return-code
    end-evaluate

    perform ReleaseRunLock
    stop run.

EstablishInputFileName.
    accept InputFileName from environment "DAY6_INPUT_FILE"
    if InputFileName is equal to spaces
        move "day6-input.txt" to InputFileName
    end-if
    display "using lanternfish survey " function trim(InputFileName).

EstablishForecastSettings.
    move "DAY6_HORIZON_DAYS" to ParmRequestedKeyword
    move 256 to ParmDefaultValue
    move 1 to ParmMinimumValue
    move 500 to ParmMaximumValue
    perform ObtainRunParameter
    move ParmEffectiveValue to HorizonDays

    move "DAY6_AREA_CAPACITY" to ParmRequestedKeyword
    move 1000 to ParmDefaultValue
    move 1 to ParmMinimumValue
    move 999999999 to ParmMaximumValue
    perform ObtainRunParameter
    move ParmEffectiveValue to AreaCapacityMillions
    compute AreaCapacity = AreaCapacityMillions * 1000000

    display "projecting " HorizonDays " days against a survey area"
        " capacity of " AreaCapacityMillions " million fish".

LoadSpawnTimers.
    move zero to RecordLength
    inspect SchoolRecord tallying RecordLength
        for characters before initial space
    move 1 to SchoolPointer
    perform with test before until SchoolPointer is greater than RecordLength
        move spaces to TimerToken
        unstring SchoolRecord(1:RecordLength) delimited by ","
            into TimerToken
            with pointer SchoolPointer
        end-unstring
        add 1 to ItemNumber
        evaluate true
            when TimerToken is equal to spaces
                move "empty spawn timer" to RejectReason
                perform WriteRejectRecord
            when function trim(TimerToken) is not numeric
                move "non-numeric spawn timer" to RejectReason
                perform WriteRejectRecord
            when function numval(TimerToken) is greater than 8
                move "spawn timer beyond 8" to RejectReason
                perform WriteRejectRecord
            when other
                move function numval(TimerToken) to TimerValue
                compute TimerIndex = TimerValue + 1
                add 1 to FishWithTimer(TimerIndex)
                add 1 to NumberOfFish
        end-evaluate
    end-perform.

ProjectSchool.
    perform with test before varying DayNumber from 1 by 1
            until DayNumber is greater than HorizonDays
               or SchoolOverflowed
        *> a fish at timer 0 spawns: it restarts at 6 and its young
        *> start at 8; every other timer counts down one
        move FishWithTimer(1) to SpawningFish
        perform with test before varying TimerIndex from 1 by 1
                until TimerIndex is greater than 8
            move FishWithTimer(TimerIndex + 1) to FishWithTimer(TimerIndex)
        end-perform
        move SpawningFish to FishWithTimer(9)
        add SpawningFish to FishWithTimer(7)
            on size error
                set SchoolOverflowed to true
        end-add

        move zero to SchoolSize
        perform with test before varying TimerIndex from 1 by 1
                until TimerIndex is greater than 9
            add FishWithTimer(TimerIndex) to SchoolSize
                on size error
                    set SchoolOverflowed to true
            end-add
        end-perform

        if SchoolOverflowed
            display "school size outgrows its counters on day " DayNumber
                " - projection stopped"
        else
            move DayNumber to LastProjectedDay
            perform NoteProjectedDay
        end-if
    end-perform.

NoteProjectedDay.
    if DayNumber is equal to 80
        move SchoolSize to SchoolAtDay80
    end-if
    if DayNumber is equal to 256
        move SchoolSize to SchoolAtDay256
    end-if

    move spaces to ProjectionDetailLine
    move SchoolSize to SchoolDisplay
    if not CapacityExceeded and SchoolSize is greater than AreaCapacity
        set CapacityExceeded to true
        move DayNumber to CapacityDay
        string "day " DayNumber " school " SchoolDisplay
                " OUTGROWS SURVEY AREA"
            delimited by size into ProjectionDetailLine
    else
        string "day " DayNumber " school " SchoolDisplay
            delimited by size into ProjectionDetailLine
    end-if
    write ProjectionLine from ProjectionDetailLine.

ReportForecast.
    move SchoolSize to SchoolDisplay
    display "school after " LastProjectedDay " days = "
        function trim(SchoolDisplay)
    if HorizonDays is not less than 80 and LastProjectedDay is not less than 80
        move SchoolAtDay80 to SchoolDisplay80
        display "school after 80 days = " function trim(SchoolDisplay80)
    end-if
    if HorizonDays is not less than 256
            and LastProjectedDay is not less than 256
        move SchoolAtDay256 to SchoolDisplay256
        display "school after 256 days = " function trim(SchoolDisplay256)
    end-if
    if CapacityExceeded
        display "WARNING: the school outgrows the survey area on day "
            CapacityDay
    else
        display "the school stays within the survey area for the "
            LastProjectedDay " days projected"
    end-if
    display "day by day projection written to day6-projection.txt".

WriteProjectionHeading.
    move function current-date(1:8) to TodaysDate

    move spaces to ProjectionDetailLine
    string "Lanternfish school projection run on "
            TodaysYear "-" TodaysMonth "-" TodaysDay
        delimited by size into ProjectionDetailLine
    write ProjectionLine from ProjectionDetailLine

    move spaces to ProjectionDetailLine
    string "Horizon: " HorizonDays " days   Area capacity: "
            AreaCapacityMillions " million fish"
        delimited by size into ProjectionDetailLine
    write ProjectionLine from ProjectionDetailLine

    move spaces to ProjectionDetailLine
    move InitialSchoolSize to SchoolDisplay
    string "day 0000 school " SchoolDisplay
        delimited by size into ProjectionDetailLine
    write ProjectionLine from ProjectionDetailLine.

WriteRejectRecord.
    *> the survey is one long record, so a bad entry is known by its
    *> item number within the feed
    add 1 to NumberOfRejects
    move spaces to RejectDetailLine
    string "item " ItemNumber ": " delimited by size
            function trim(RejectReason) delimited by size
            " [" delimited by size
            function trim(TimerToken) delimited by size
            "]" delimited by size
        into RejectDetailLine
    write RejectLine from RejectDetailLine

    move function current-date(1:8) to RejStatDate
    move "AOC-2021-DAY-6-TEST-1" to RejStatProgram
    move ItemNumber to RejStatLine
    move "REJECTED" to RejStatStatus
    move TimerToken to RejStatRecordText
    perform RecordRejectStatus.

WriteLedgerEntry.
    move function current-date(9:6) to RunEndTime
    move function current-date(1:8) to LedgerRunDate

    *> the figures are written without leading zeros to keep the entry
    *> inside the ledger line; full= is the day the school outgrows the
    *> survey area, 0000 when it does not within the horizon
    move SchoolSize to SchoolDisplay

    open extend LedgerFile
    if LedgerFileStatus is equal to "35"
        open output LedgerFile
    end-if

    string "AOC-2021-DAY-6-TEST-1" " "
            delimited by size
            InputFileName
            delimited by space
            " "
            "start=" RunStartTime " "
            "end=" RunEndTime " "
            "records=" NumberOfFish " "
            "result=" function trim(SchoolDisplay) " "
            "full=" CapacityDay " "
            "date=" LedgerRunDate " "
            "run=" BatchRunId " "
            "in=" ItemNumber " "
            "acc=" NumberOfFish " "
            "rej=" NumberOfRejects " "
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
end program AOC-2021-DAY-6-TEST-1.
