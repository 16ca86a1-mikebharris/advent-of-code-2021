*> the keyed run-control file kept alongside batch-ledger.txt: every
*> ledger entry is also filed under run id, program and end stamp so
*> readers look entries up by key instead of scanning the text ledger
01 RunCtlFileStatus          pic xx.
01 RunCtlToken               pic x(170) occurs 24 times.
01 RunCtlTokenIndex          pic 99.
01 RunCtlTokenName           pic x(20).
01 RunCtlTokenValue          pic x(170).
01 RunCtlWriteSwitch         pic x.
    88 RunCtlWriteDone       value "Y".
*> "S" skips an entry already on file (the ledger conversion reruns
*> safely); otherwise a same-second entry takes the next sequence
01 RunCtlDuplicateRule       pic x value "N".
    88 RunCtlSkipDuplicates  value "S".
01 RunCtlOutcome             pic x.
    88 RunCtlEntryFiled      value "F".
    88 RunCtlEntryDuplicate  value "D".
    88 RunCtlEntryFailed     value "X".
*> an entry already holding the key is only the same entry when these
*> figures agree; two runs can end in the same second under one run id
01 RunCtlPendingRecord       pic x(600).
01 RunCtlPendingFileName     pic x(60).
01 RunCtlPendingStartTime    pic 9(6).
01 RunCtlPendingRecordCount  pic 9(12).
01 RunCtlPendingResultText   pic x(30).
01 RunCtlSameEntrySwitch     pic x.
    88 RunCtlSameEntryOnFile value "Y".

*> browsing: by program (prefix of RunCtlWantedLength characters, zero
*> for every program) on the alternate key, or by run id (spaces for
*> every run) on the record key
01 RunCtlBrowseMode          pic x.
    88 RunCtlBrowseByProgram value "P".
    88 RunCtlBrowseByRun     value "R".
01 RunCtlWantedProgram       pic x(30).
01 RunCtlWantedLength        pic 99.
01 RunCtlWantedRunId         pic x(14).
01 RunCtlBrowseSwitch        pic x.
    88 EndOfRunCtlBrowse     value "Y".
01 RunCtlFoundSwitch         pic x.
    88 RunCtlEntryFound      value "Y".
01 RunCtlSavedRecord         pic x(600).
