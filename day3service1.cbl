identification division.
program-id. AOC-2021-DAY-3-SERVICE-1.
environment division.
input-output section.
    file-control.
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

data division.
file section.
fd ServiceFile.
    copy DAY3SVCREC.

fd LedgerFile.
01 LedgerLine                copy LEDGERLINE.

copy RUNCTLFD.

copy RUNLOCKFD.

working-storage section.
01 ServiceFileStatus         pic xx.

01 RequestedAction           pic x(8).
    88 AddingService         value "ADD".
    88 ChangingService       value "CHANGE".
    88 ClosingService        value "CLOSE".
    88 ListingServices       value "LIST".
01 RequestedChannel          pic x(4).
01 RequestedDate             pic x(8).
01 RequestedWork             pic x(20).
01 RequestedTechnician       pic x(20).
01 RequestedReference        pic x(20).

01 ChannelNumber             pic 9(2) value zero.
01 EffectiveDate             pic 9(8).
01 RegisterDetail            pic x(20).

01 UpdateOutcomeFlag         pic x value "N".
    88 RegisterUpdated       value "Y".
    88 UpdateRefused         value "R".
01 ServiceRecordFlag         pic x value "N".
    88 ServiceRecordFound    value "Y".
01 NumberOfListed            pic 9(4) value zero.
01 ListEndSwitch             pic x value "N".
    88 EndOfServiceList      value "Y".

01 LedgerFileStatus          pic xx.
01 RunStartTime              pic 9(6).
01 RunEndTime                pic 9(6).
01 LedgerDetailLine          copy LEDGERLINE.
01 LedgerRunDate             pic 9(8).
01 LedgerUpdateCount         pic 9 value zero.

copy RUNCTLWS.

copy RUNLOCKWS.

copy RUNIDWS.

procedure division.
Begin.
    move function current-date(9:6) to RunStartTime
    perform EstablishBatchRunId
    move "AOC-2021-DAY-3-SERVICE-1" to RunLockRequester
    perform AcquireRunLock

    perform EstablishServiceArguments

    if ListingServices
        open input ServiceFile
        if ServiceFileStatus is not equal to "00"
            display "cannot open day3-service.dat (file status "
                ServiceFileStatus ") - no services have been recorded"
            move 4 to return-code
            perform ReleaseRunLock
            stop run
        end-if
        perform ListServiceRegister
        close ServiceFile
        display NumberOfListed " channel service record(s) listed"
        if NumberOfListed is equal to zero
            move 4 to return-code
        else
            move 0 to return-code
        end-if
        perform ReleaseRunLock
        stop run
    end-if

    open i-o ServiceFile
    if ServiceFileStatus is equal to "35"
        *> first service ever recorded: create the register, then
        *> reopen it i-o for the keyed read and write
        open output ServiceFile
        if ServiceFileStatus is equal to "00"
            close ServiceFile
            open i-o ServiceFile
        end-if
    end-if
    if ServiceFileStatus is not equal to "00"
        display "cannot open day3-service.dat (file status "
            ServiceFileStatus ")"
        move 16 to return-code
        perform ReleaseRunLock
        stop run
    end-if

    move ChannelNumber to ServiceChannel
    read ServiceFile
        invalid key
            initialize ServiceRecord
            move ChannelNumber to ServiceChannel
        not invalid key
            set ServiceRecordFound to true
    end-read

    evaluate true
        when AddingService
            perform AddServiceRecord
        when ChangingService
            perform ChangeServiceRecord
        when ClosingService
            perform CloseServiceRecord
    end-evaluate

    close ServiceFile

    if RegisterUpdated
        perform DisplayServiceRecord
        move 1 to LedgerUpdateCount
    end-if

    perform WriteLedgerEntry

    if RegisterUpdated
        move 0 to return-code
    else
        move 8 to return-code
    end-if

    perform ReleaseRunLock
    stop run.

EstablishServiceArguments.
    accept RequestedAction from environment "DAY3_SVC_ACTION"
    if not AddingService and not ChangingService
            and not ClosingService and not ListingServices
        display "DAY3_SVC_ACTION must be ADD, CHANGE, CLOSE or LIST"
        move 16 to return-code
        perform ReleaseRunLock
        stop run
    end-if
    if ListingServices
        display "listing the channel service register"
    else
        accept RequestedChannel from environment "DAY3_SVC_CHANNEL"
        if RequestedChannel is equal to spaces
                or function trim(RequestedChannel) is not numeric
            display "DAY3_SVC_CHANNEL must name the channel (1 to 32)"
            move 16 to return-code
            perform ReleaseRunLock
            stop run
        end-if
        move function numval(RequestedChannel) to ChannelNumber
        if ChannelNumber is equal to zero or ChannelNumber is greater than 32
            display "DAY3_SVC_CHANNEL must name the channel (1 to 32)"
            move 16 to return-code
            perform ReleaseRunLock
            stop run
        end-if

        accept RequestedDate from environment "DAY3_SVC_DATE"
        if RequestedDate is equal to spaces
            move function current-date(1:8) to EffectiveDate
        else
            if RequestedDate is not numeric
                display "DAY3_SVC_DATE must be a date (yyyymmdd)"
                move 16 to return-code
                perform ReleaseRunLock
                stop run
            end-if
            move RequestedDate to EffectiveDate
        end-if

        accept RequestedWork from environment "DAY3_SVC_WORK"
        accept RequestedTechnician from environment "DAY3_SVC_TECH"
        accept RequestedReference from environment "DAY3_SVC_REF"

        display function trim(RequestedAction) " service record for channel "
            ChannelNumber " dated " EffectiveDate
    end-if.

AddServiceRecord.
    evaluate true
        when ServiceRecordFound and ServiceIsOpen
            set UpdateRefused to true
            display "channel " ChannelNumber " already has an open service"
                " dated " ServiceDate " (ref "
                function trim(ServiceReference)
                ") - close it before adding another"
        when RequestedWork is equal to spaces
                or RequestedTechnician is equal to spaces
                or RequestedReference is equal to spaces
            set UpdateRefused to true
            display "a new service needs DAY3_SVC_WORK, DAY3_SVC_TECH"
                " and DAY3_SVC_REF"
        when other
            *> the register keeps the latest service per channel, so a
            *> closed record is replaced by the new one
            move ChannelNumber to ServiceChannel
            move EffectiveDate to ServiceDate
            move RequestedWork to ServiceAction
            move RequestedTechnician to ServiceTechnician
            move RequestedReference to ServiceReference
            set ServiceIsOpen to true
            move zero to ServiceClosedDate
            move function current-date(1:8) to ServiceUpdatedDate
            if ServiceRecordFound
                rewrite ServiceRecord
            else
                write ServiceRecord
            end-if
            perform NoteRegisterWrite
    end-evaluate.

ChangeServiceRecord.
    evaluate true
        when not ServiceRecordFound
            set UpdateRefused to true
            display "channel " ChannelNumber " has no service record"
                " to change"
        when ServiceIsClosed
            set UpdateRefused to true
            display "channel " ChannelNumber " service dated " ServiceDate
                " is closed and can no longer be changed"
        when other
            *> only the details supplied are changed; the date is taken
            *> only when it was given explicitly
            if RequestedDate is not equal to spaces
                move EffectiveDate to ServiceDate
            end-if
            if RequestedWork is not equal to spaces
                move RequestedWork to ServiceAction
            end-if
            if RequestedTechnician is not equal to spaces
                move RequestedTechnician to ServiceTechnician
            end-if
            if RequestedReference is not equal to spaces
                move RequestedReference to ServiceReference
            end-if
            move function current-date(1:8) to ServiceUpdatedDate
            rewrite ServiceRecord
            perform NoteRegisterWrite
    end-evaluate.

CloseServiceRecord.
    evaluate true
        when not ServiceRecordFound
            set UpdateRefused to true
            display "channel " ChannelNumber " has no service record"
                " to close"
        when ServiceIsClosed
            set UpdateRefused to true
            display "channel " ChannelNumber " service dated " ServiceDate
                " was already closed on " ServiceClosedDate
        when EffectiveDate is less than ServiceDate
            set UpdateRefused to true
            display "cannot close channel " ChannelNumber " service on "
                EffectiveDate ", before its service date " ServiceDate
        when other
            set ServiceIsClosed to true
            move EffectiveDate to ServiceClosedDate
            move function current-date(1:8) to ServiceUpdatedDate
            rewrite ServiceRecord
            perform NoteRegisterWrite
    end-evaluate.

NoteRegisterWrite.
    if ServiceFileStatus is equal to "00"
        set RegisterUpdated to true
    else
        set UpdateRefused to true
        display "service register write failed for channel "
            ChannelNumber " (file status " ServiceFileStatus ")"
    end-if.

ListServiceRegister.
    move zero to ServiceChannel
    start ServiceFile key is not less than ServiceChannel
        invalid key set EndOfServiceList to true
    end-start
    perform with test before until EndOfServiceList
        read ServiceFile next record
            at end set EndOfServiceList to true
        end-read
        if not EndOfServiceList
            if ServiceFileStatus is not equal to "00"
                display "service register read failed (file status "
                    ServiceFileStatus ")"
                set EndOfServiceList to true
            else
                add 1 to NumberOfListed
                perform DisplayServiceRecord
            end-if
        end-if
    end-perform.

DisplayServiceRecord.
    if ServiceIsClosed
        move "closed" to RegisterDetail
    else
        move "OPEN" to RegisterDetail
    end-if
    display "channel=" ServiceChannel
        " serviced=" ServiceDate
        " work=" function trim(ServiceAction)
        " tech=" function trim(ServiceTechnician)
        " ref=" function trim(ServiceReference)
        " " function trim(RegisterDetail)
        " closed=" ServiceClosedDate.

WriteLedgerEntry.
    move function current-date(9:6) to RunEndTime
    move function current-date(1:8) to LedgerRunDate

    open extend LedgerFile
    if LedgerFileStatus is equal to "35"
        open output LedgerFile
    end-if

    string "AOC-2021-DAY-3-SERVICE-1" " "
            "day3-service.dat" " "
            "start=" RunStartTime " "
            "end=" RunEndTime " "
            "records=1 "
            "result=" LedgerUpdateCount " "
            "date=" LedgerRunDate " "
            "run=" BatchRunId " "
            "action=" function trim(RequestedAction) " "
            "channel=" ChannelNumber
        delimited by size into LedgerDetailLine
    write LedgerLine from LedgerDetailLine
    perform RecordRunControl

    close LedgerFile.

copy RUNCTL.

copy RUNLOCK.

copy RUNID.
end program AOC-2021-DAY-3-SERVICE-1.
