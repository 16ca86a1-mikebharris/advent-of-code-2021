identification division.
program-id. AOC-2021-BALANCE-1.
environment division.
input-output section.
    file-control.
        select LedgerFile assign to "batch-ledger.txt"
            organization is line sequential
            file status is LedgerFileStatus.

        copy RUNCTLSL.

        copy RUNLOCKSL.

        copy REJSTATSL.

        select BalanceFile assign to "run-balance.txt"
            organization is line sequential.

data division.
file section.
fd LedgerFile.
01 LedgerLine                copy LEDGERLINE.

copy RUNCTLFD.

copy RUNLOCKFD.

copy REJSTATFD.

fd BalanceFile.
01 BalanceLine               pic x(200).

working-storage section.
01 LedgerFileStatus          pic xx.

copy REJSTATWS.

01 RejStatusEndSwitch        pic x value "N".
    88 EndOfRejStatusFile    value "Y".

01 BalanceRunId              pic x(14).
    88 BalancingAllRuns      value "ALL".

01 EntryRunId                pic x(14).
01 EntryProgram              pic x(30).

*> one slot per run id and program: what the step said it read,
*> accepted and rejected, and how many REJECTED entries it left in the
*> reject journal. a record counted both as output and as a reject
*> (a day2 surface breach) is carried as dual so it is not counted
*> twice
01 StepTable.
    02 StepEntry occurs 500 times.
        03 StepRunId         pic x(14).
        03 StepProgram       pic x(30).
        03 StepLedgerEntries pic 9(4).
        03 StepInputCount    pic 9(8).
        03 StepAcceptedCount pic 9(8).
        03 StepRejectedCount pic 9(8).
        03 StepDualCount     pic 9(8).
        03 StepJournalCount  pic 9(8).
01 NumberOfSteps             pic 9(4) value zero.
01 StepIndex                 pic 9(4).
01 MatchedStepIndex          pic 9(4).

01 JLeftPart                 pic x(120).
01 JDateField                pic x(14).
01 JLineField                pic x(12).
01 JProgramField             pic x(38).
01 JStatusField              pic x(18).
01 JRunField                 pic x(18).

01 RecordDifference          pic s9(8).
01 JournalDifference         pic s9(8).
01 RecordDifferenceDisplay   pic -(8)9.
01 JournalDifferenceDisplay  pic -(8)9.
01 BalanceStatusText         pic x(15).

01 NumberOfLedgerEntries     pic 9(6) value zero.
01 NumberOfUncountedEntries  pic 9(6) value zero.
01 NumberOfJournalRejects    pic 9(6) value zero.
01 NumberOfBalancedSteps     pic 9(4) value zero.
01 NumberOfOutOfBalance      pic 9(4) value zero.

01 TodaysDate.
    02 TodaysYear            pic 9(4).
    02 TodaysMonth           pic 9(2).
    02 TodaysDay             pic 9(2).

01 BalanceDetailLine         pic x(200) value spaces.

01 RunStartTime              pic 9(6).
01 RunEndTime                pic 9(6).
01 LedgerDetailLine          copy LEDGERLINE.
01 LedgerRunDate             pic 9(8).

copy RUNCTLWS.

copy RUNLOCKWS.

copy RUNIDWS.

procedure division.
Begin.
    move function current-date(9:6) to RunStartTime
    perform EstablishBatchRunId
    move "AOC-2021-BALANCE-1" to RunLockRequester
    perform AcquireRunLock
    perform EstablishBalanceRunId

    open input RunControlFile
    if RunCtlFileStatus is not equal to "00"
        display "cannot open run-control.dat (file status "
            RunCtlFileStatus ") - nothing has run yet"
        move 16 to return-code
        perform ReleaseRunLock
        stop run
    end-if

    set RunCtlBrowseByRun to true
    if BalancingAllRuns
        move spaces to RunCtlWantedRunId
    else
        move BalanceRunId to RunCtlWantedRunId
    end-if
    perform StartRunControlBrowse
    perform ReadNextRunControl
    perform with test before until EndOfRunCtlBrowse
        add 1 to NumberOfLedgerEntries
        perform ExamineLedgerEntry
        perform ReadNextRunControl
    end-perform

    close RunControlFile

    open input RejectStatusFile
    if RejStatFileStatus is not equal to "00"
        display "no reject-status.txt (file status " RejStatFileStatus
            ") - no step has journaled a reject"
    else
        read RejectStatusFile
            at end set EndOfRejStatusFile to true
        end-read
        perform with test before until EndOfRejStatusFile
            perform ExamineJournalEntry
            read RejectStatusFile
                at end set EndOfRejStatusFile to true
            end-read
        end-perform
        close RejectStatusFile
    end-if

    open output BalanceFile
    perform WriteBalanceReportHeading

    perform with test before varying StepIndex from 1 by 1
            until StepIndex is greater than NumberOfSteps
        perform BalanceOneStep
    end-perform

    perform WriteBalanceReportSummary
    close BalanceFile

    perform WriteLedgerEntry

    display "balanced " NumberOfSteps " steps over "
        NumberOfLedgerEntries " run-control entries and "
        NumberOfJournalRejects " journaled rejects: "
        NumberOfBalancedSteps " in balance, "
        NumberOfOutOfBalance " out of balance"
        " - see run-balance.txt"

    evaluate true
        when NumberOfSteps is equal to zero
            move 16 to return-code
        when NumberOfOutOfBalance is greater than zero
            move 8 to return-code
        when other
            move 0 to return-code
    end-evaluate

    perform ReleaseRunLock
    stop run.

EstablishBalanceRunId.
    *> inside the nightly chain the run being balanced is the chain's
    *> own; BALANCE_RUN_ID names another run, or ALL for the whole ledger
    accept BalanceRunId from environment "BALANCE_RUN_ID"
    if BalanceRunId is equal to spaces
        accept BalanceRunId from environment "BATCH_RUN_ID"
    end-if
    if BalanceRunId is equal to spaces
        set BalancingAllRuns to true
    end-if
    if BalancingAllRuns
        display "balancing every run in run-control.dat"
    else
        display "balancing batch run " BalanceRunId
    end-if.

ExamineLedgerEntry.
    if RunCtlRunId is equal to spaces or not RunCtlHasBalanceCounts
        *> a step that keeps no reject file has nothing to balance
        add 1 to NumberOfUncountedEntries
    else
        move RunCtlRunId to EntryRunId
        move RunCtlProgramId to EntryProgram
        perform LocateStepEntry
        if MatchedStepIndex is greater than zero
            add 1 to StepLedgerEntries(MatchedStepIndex)
            add RunCtlInputCount to StepInputCount(MatchedStepIndex)
            add RunCtlAcceptedCount to StepAcceptedCount(MatchedStepIndex)
            add RunCtlRejectedCount to StepRejectedCount(MatchedStepIndex)
            add RunCtlDualCount to StepDualCount(MatchedStepIndex)
        end-if
    end-if.

ExamineJournalEntry.
    move spaces to JLeftPart
    unstring RejectStatusLine delimited by "record=["
        into JLeftPart

    move spaces to JDateField JLineField JProgramField JStatusField
                   JRunField
    unstring JLeftPart delimited by all space
        into JDateField JLineField JProgramField JStatusField JRunField

    *> only the original rejection counts: later lifecycle entries
    *> (repairs, drops, resubmissions) are dispositions of the same
    *> record, and journal lines from before run ids carry no run=
    if JStatusField is equal to "status=REJECTED"
            and JProgramField(1:8) is equal to "program="
            and JRunField(1:4) is equal to "run="
        if BalancingAllRuns or JRunField(5:14) is equal to BalanceRunId
            add 1 to NumberOfJournalRejects
            move JRunField(5:14) to EntryRunId
            move JProgramField(9:) to EntryProgram
            perform LocateStepEntry
            if MatchedStepIndex is greater than zero
                add 1 to StepJournalCount(MatchedStepIndex)
            end-if
        end-if
    end-if.

LocateStepEntry.
    move zero to MatchedStepIndex
    perform with test before varying StepIndex from 1 by 1
            until StepIndex is greater than NumberOfSteps
        if StepRunId(StepIndex) is equal to EntryRunId
                and StepProgram(StepIndex) is equal to EntryProgram
            move StepIndex to MatchedStepIndex
        end-if
    end-perform
    if MatchedStepIndex is equal to zero
        if NumberOfSteps is less than 500
            add 1 to NumberOfSteps
            move EntryRunId to StepRunId(NumberOfSteps)
            move EntryProgram to StepProgram(NumberOfSteps)
            move zero to StepLedgerEntries(NumberOfSteps)
                         StepInputCount(NumberOfSteps)
                         StepAcceptedCount(NumberOfSteps)
                         StepRejectedCount(NumberOfSteps)
                         StepDualCount(NumberOfSteps)
                         StepJournalCount(NumberOfSteps)
            move NumberOfSteps to MatchedStepIndex
        else
            display "more than 500 run steps to balance - ignoring "
                function trim(EntryProgram) " run " EntryRunId
                ", name one run in BALANCE_RUN_ID"
        end-if
    end-if.

BalanceOneStep.
    compute RecordDifference = StepInputCount(StepIndex)
        - StepAcceptedCount(StepIndex) - StepRejectedCount(StepIndex)
        + StepDualCount(StepIndex)
    compute JournalDifference = StepRejectedCount(StepIndex)
        - StepJournalCount(StepIndex)
    move RecordDifference to RecordDifferenceDisplay
    move JournalDifference to JournalDifferenceDisplay

    if RecordDifference is equal to zero
            and JournalDifference is equal to zero
            and StepLedgerEntries(StepIndex) is greater than zero
        add 1 to NumberOfBalancedSteps
        move "BALANCED" to BalanceStatusText
    else
        add 1 to NumberOfOutOfBalance
        move "OUT-OF-BALANCE" to BalanceStatusText
    end-if

    move spaces to BalanceDetailLine
    if StepLedgerEntries(StepIndex) is equal to zero
        *> rejects were journaled but the step never finished to
        *> write its ledger counts
        string BalanceStatusText " run " StepRunId(StepIndex) " "
                function trim(StepProgram(StepIndex))
                " NO LEDGER COUNTS journal=" StepJournalCount(StepIndex)
            delimited by size into BalanceDetailLine
    else
        string BalanceStatusText " run " StepRunId(StepIndex) " "
                function trim(StepProgram(StepIndex))
                " in=" StepInputCount(StepIndex)
                " acc=" StepAcceptedCount(StepIndex)
                " rej=" StepRejectedCount(StepIndex)
                " dual=" StepDualCount(StepIndex)
                " journal=" StepJournalCount(StepIndex)
                " difference=" function trim(RecordDifferenceDisplay)
                " journal-difference="
                function trim(JournalDifferenceDisplay)
            delimited by size into BalanceDetailLine
    end-if
    write BalanceLine from BalanceDetailLine.

WriteBalanceReportHeading.
    move function current-date(1:8) to TodaysDate

    move spaces to BalanceDetailLine
    if BalancingAllRuns
        string "Batch run record balancing run on "
                TodaysYear "-" TodaysMonth "-" TodaysDay
                " for all runs"
            delimited by size into BalanceDetailLine
    else
        string "Batch run record balancing run on "
                TodaysYear "-" TodaysMonth "-" TodaysDay
                " for run " BalanceRunId
            delimited by size into BalanceDetailLine
    end-if
    write BalanceLine from BalanceDetailLine

    move spaces to BalanceDetailLine
    string "in = acc + rej - dual for every step, and rej = the"
            " REJECTED entries it left in reject-status.txt"
        delimited by size into BalanceDetailLine
    write BalanceLine from BalanceDetailLine

    move spaces to BalanceDetailLine
    write BalanceLine from BalanceDetailLine.

WriteBalanceReportSummary.
    move spaces to BalanceDetailLine
    write BalanceLine from BalanceDetailLine

    move spaces to BalanceDetailLine
    string "Steps: " NumberOfSteps
            "   Balanced: " NumberOfBalancedSteps
            "   Out of balance: " NumberOfOutOfBalance
            "   Journaled rejects: " NumberOfJournalRejects
            "   Entries without counts: " NumberOfUncountedEntries
        delimited by size into BalanceDetailLine
    write BalanceLine from BalanceDetailLine.

WriteLedgerEntry.
    move function current-date(9:6) to RunEndTime
    move function current-date(1:8) to LedgerRunDate

    open extend LedgerFile
    if LedgerFileStatus is equal to "35"
        open output LedgerFile
    end-if

    string "AOC-2021-BALANCE-1" " "
            "batch-ledger.txt" " "
            "start=" RunStartTime " "
            "end=" RunEndTime " "
            "records=" NumberOfSteps " "
            "result=" NumberOfOutOfBalance " "
            "date=" LedgerRunDate " "
            "run=" BatchRunId
        delimited by size into LedgerDetailLine
    write LedgerLine from LedgerDetailLine
    perform RecordRunControl

    close LedgerFile.

copy RUNCTL.

copy RUNCTLRD.

copy RUNLOCK.

copy RUNID.
end program AOC-2021-BALANCE-1.
