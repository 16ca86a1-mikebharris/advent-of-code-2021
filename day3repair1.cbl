            organization is line sequential
            file status is LedgerFileStatus.

        copy RUNCTLSL.

        copy RUNLOCKSL.

        copy REJSTATSL.

data division.
fd LedgerFile.
01 LedgerLine                copy LEDGERLINE.

copy RUNCTLFD.

copy RUNLOCKFD.

copy REJSTATFD.

working-storage section.
01 NumberOfRejects           pic 9(4) value zero.
01 NumberOfRepaired          pic 9(4) value zero.
01 NumberOfDropped           pic 9(4) value zero.
01 NumberOfAlreadyClosed     pic 9(4) value zero.

*> the rejects are buffered so the bit width can be voted on across
*> the whole file before any record is padded or truncated to it
01 OpenRejIndex              pic 9(3).
01 OpenRejMatched            pic 9(3).
01 RecoveredRejectionDate    pic 9(8).
01 LatestRejMatched          pic 9(3).
01 RejectClosedSwitch        pic x.
    88 RejectAlreadyClosed   value "Y".
01 JLeftPart                 pic x(120).
01 JDateField                pic x(14).
01 JLineField                pic x(12).
01 JProgramField             pic x(38).
01 JStatusField              pic x(18).

copy RUNCTLWS.

copy RUNLOCKWS.

copy RUNIDWS.

procedure division.
Begin.
    move function current-date(9:6) to RunStartTime
    perform EstablishBatchRunId
    move "AOC-2021-DAY-3-REPAIR-1" to RunLockRequester
    perform AcquireRunLock

    perform EstablishRejectFileName

        display "cannot open rejects file " function trim(RejectFileName)
            " (file status " RejectFileStatus ") - nothing to repair"
        move 16 to return-code
        perform ReleaseRunLock
        stop run
    end-if


    display "repaired " NumberOfRepaired " records to day3-resubmit.txt, "
        "dropped " NumberOfDropped
        " beyond repair, " NumberOfAlreadyClosed
        " already closed - see day3-repair-audit.txt"

    perform WriteLedgerEntry

        move 0 to return-code
    end-if

    perform ReleaseRunLock
    stop run.

EstablishRejectFileName.
    move RejectStripped(RejectIndex) to StrippedField
    move RejectStrippedLen(RejectIndex) to StrippedLength
    move spaces to RepairActions
    perform EstablishRejectKey

    evaluate true
        when RejectAlreadyClosed
            *> an operator (or an earlier pass) has closed this reject,
            *> so it is neither resubmitted nor journalled again
            string "SKIPPED already "
                    function trim(OpenRejStatus(LatestRejMatched))
                delimited by size into RepairActions
            move spaces to StrippedField
            add 1 to NumberOfAlreadyClosed
        when BitWidth is equal to zero
             or StrippedLength is equal to zero
            move "DROPPED beyond repair" to RepairActions
    end-evaluate

    perform WriteAuditRecord
    if not RejectAlreadyClosed
        perform AdvanceRejectStatus
    end-if.

EstablishRejectKey.
    *> the journal key reuses the source line the reject writer
    *> recorded and the rejection date recovered from the journal, so
    *> the repair stage lands on the same trail even when the repair
    else
        move zero to RejStatLine
    end-if
    perform RecoverRejectionDate.

AdvanceRejectStatus.
    move RecoveredRejectionDate to RejStatDate
    if RepairActions(1:7) is equal to "DROPPED"
        move "DROPPED" to RejStatStatus

RecoverRejectionDate.
    *> the most recent rejection date still standing at REJECTED for
    *> this source line wins; a reject the journal never saw falls
    *> back to the repair run's date
    move function current-date(1:8) to RecoveredRejectionDate
    move zero to OpenRejMatched LatestRejMatched
    perform with test before varying OpenRejIndex from 1 by 1
            until OpenRejIndex is greater than NumberOfOpenRejects
        if OpenRejLine(OpenRejIndex) is equal to RejStatLine
            if OpenRejStatus(OpenRejIndex) is equal to "REJECTED"
                if OpenRejMatched is equal to zero
                        or OpenRejDate(OpenRejIndex) is greater than
                            OpenRejDate(OpenRejMatched)
                    move OpenRejIndex to OpenRejMatched
                end-if
            end-if
            if LatestRejMatched is equal to zero
                    or OpenRejDate(OpenRejIndex) is greater than
                        OpenRejDate(LatestRejMatched)
                move OpenRejIndex to LatestRejMatched
            end-if
        end-if
    end-perform
    if OpenRejMatched is greater than zero
        move OpenRejDate(OpenRejMatched) to RecoveredRejectionDate
    end-if

    *> when the line's most recent rejection has been written off,
    *> dropped or accepted and it has not been rejected since, the
    *> reject in hand is that same closed one
    move "N" to RejectClosedSwitch
    if LatestRejMatched is greater than zero
        evaluate OpenRejStatus(LatestRejMatched)
            when "WRITTEN-OFF"
            when "DROPPED"
            when "ACCEPTED"
                set RejectAlreadyClosed to true
        end-evaluate
    end-if.

WriteResubmitRecord.
    string "Rejects read: " NumberOfRejects
            "   Repaired: " NumberOfRepaired
            "   Dropped: " NumberOfDropped
            "   Already closed: " NumberOfAlreadyClosed
        delimited by size into AuditDetailLine
    write AuditLine from AuditDetailLine.

            "run=" BatchRunId
        delimited by size into LedgerDetailLine
    write LedgerLine from LedgerDetailLine
    perform RecordRunControl

    close LedgerFile.

copy RUNCTL.

copy RUNLOCK.

copy RUNID.

copy REJSTAT.
