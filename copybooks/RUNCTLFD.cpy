fd RunControlFile.
*> one record per ledger entry, keyed on run id + program + end stamp;
*> the alternate key walks one program's entries oldest first
01 RunControlRecord.
    02 RunCtlKey.
        03 RunCtlRunId           pic x(14).
        03 RunCtlProgramId       pic x(30).
        03 RunCtlEndDate         pic 9(8).
        03 RunCtlEndTime         pic 9(6).
        03 RunCtlEntrySeq        pic 99.
    02 RunCtlProgramKey.
        03 RunCtlKeyProgramId    pic x(30).
        03 RunCtlKeyEndDate      pic 9(8).
        03 RunCtlKeyEndTime      pic 9(6).
        03 RunCtlKeyRunId        pic x(14).
    02 RunCtlFileName            pic x(60).
    02 RunCtlStartTime           pic 9(6).
    02 RunCtlRecordCount         pic 9(12).
    02 RunCtlResult              pic 9(30).
    *> the result= token as written; a signed result (the clearance
    *> minimum) is not numeric and leaves RunCtlResult zero
    02 RunCtlResultText          pic x(30).
    02 RunCtlRunDate             pic 9(8).
    *> the program's own figures (window=, tide=, basis= ...) by name
    02 RunCtlDetailCount         pic 9.
    02 RunCtlDetail occurs 4 times.
        03 RunCtlDetailName      pic x(12).
        03 RunCtlDetailValue     pic x(20).
    02 RunCtlBalanceFlag         pic x.
        88 RunCtlHasBalanceCounts value "Y".
    02 RunCtlInputCount          pic 9(8).
    02 RunCtlAcceptedCount       pic 9(8).
    02 RunCtlRejectedCount       pic 9(8).
    02 RunCtlDualCount           pic 9(8).
    02 RunCtlParameters          pic x(160).
