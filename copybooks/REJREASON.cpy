*> the fixed list of reasons a reject may be written off for; a reject
*> that fits none of them stays open until it is repaired or dropped
01 WriteOffReasonValues.
    02 filler pic x(42) value "COsource record corrupted beyond repair".
    02 filler pic x(42) value "DCsensor channel dead or failed".
    02 filler pic x(42) value "DUduplicate of a record already accepted".
    02 filler pic x(42) value "SPsuperseded by a later survey or reading".
    02 filler pic x(42) value "NRno longer required by the shore office".
01 WriteOffReasonTable redefines WriteOffReasonValues.
    02 WriteOffReasonEntry occurs 5 times.
        03 WriteOffReasonCode pic xx.
        03 WriteOffReasonText pic x(40).
01 WriteOffReasonCount       pic 9 value 5.
01 WriteOffReasonIndex       pic 9.
01 WriteOffReasonMatch       pic 9.
