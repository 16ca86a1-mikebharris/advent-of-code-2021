*> smoke basin output: one LOW record per low point with the size of
*> the basin draining to it, then one SUM record for the run. fixed
*> positions so the fleet extract can pick it up unattended
01 BasinRecord.
    02 BasinRecordType          pic x(3).
        88 BasinLowPointRecord      value "LOW".
        88 BasinSummaryRecord       value "SUM".
    02 BasinLowPointDetail.
        03 BasinLowRow          pic 9(3).
        03 BasinLowColumn       pic 9(3).
        03 BasinLowHeight       pic 9.
        03 BasinRiskLevel       pic 9(2).
        03 BasinSize            pic 9(6).
        03 filler               pic x(46).
    02 BasinSummaryDetail redefines BasinLowPointDetail.
        03 BasinRunDate         pic 9(8).
        03 BasinLowPoints       pic 9(6).
        03 BasinRiskSum         pic 9(8).
        03 BasinLargest1        pic 9(6).
        03 BasinLargest2        pic 9(6).
        03 BasinLargest3        pic 9(6).
        03 BasinProduct         pic 9(18).
        03 filler               pic x(3).
