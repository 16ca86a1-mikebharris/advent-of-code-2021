01 ServiceRecord.
    02 ServiceChannel           pic 9(2).
    02 ServiceDate              pic 9(8).
    02 ServiceAction            pic x(20).
    02 ServiceTechnician        pic x(20).
    02 ServiceReference         pic x(20).
    *> a channel holds one service record at a time: it must be closed
    *> (the work signed off) before the next service can be added
    02 ServiceStatus            pic x.
        88 ServiceIsOpen        value "O".
        88 ServiceIsClosed      value "C".
    02 ServiceClosedDate        pic 9(8).
    02 ServiceUpdatedDate       pic 9(8).
