*> the shared run lock: one program at a time may write the ledger,
*> the history files and the reject journal. the steps of the nightly
*> chain run under the lock the chain took for their batch run id
01 RunLockFileStatus         pic xx.
01 RunLockEntry.
    02 RunLockHolderProgram  pic x(30).
    02 filler                pic x value space.
    02 RunLockHolderRunId    pic x(14).
    02 filler                pic x value space.
    02 RunLockHolderDate     pic 9(8).
    02 filler                pic x value space.
    02 RunLockHolderTime.
        03 RunLockHolderHour pic 99.
        03 RunLockHolderMinute pic 99.
        03 RunLockHolderSecond pic 99.
01 RunLockOwnEntry           pic x(62).
01 RunLockRequester          pic x(30).
01 RunLockTakenSwitch        pic x value "N".
    88 RunLockTaken          value "Y".
01 RunLockHeldSwitch         pic x.
    88 RunLockIsHeld         value "Y".
01 RunLockOverride           pic x.
    88 RunLockOverrideGiven  value "Y".
01 RunLockStaleSetting       pic x(6).
01 RunLockStaleMinutes       pic 9(6).
01 RunLockAgeMinutes         pic 9(9).
01 RunLockAction             pic x(8).
01 RunLockNow.
    02 RunLockNowDate        pic 9(8).
    02 RunLockNowTime.
        03 RunLockNowHour    pic 99.
        03 RunLockNowMinute  pic 99.
        03 RunLockNowSecond  pic 99.
