*> the reject status journal: append-only, one line per lifecycle
*> stage, keyed on rejection date + program + source line. the latest
*> entry for a key is its current disposition (REJECTED, REPAIRED,
*> DROPPED, RESUBMITTED, ACCEPTED, WRITTEN-OFF), so the whole trail
*> from rejection to disposition is always on record for the auditors.
*> a write-off also carries its reason code and the operator(s) who
*> authorised it
01 RejStatFileStatus         pic xx.
01 RejStatDate               pic 9(8).
01 RejStatProgram            pic x(30).
01 RejStatLine               pic 9(6).
01 RejStatStatus             pic x(11).
01 RejStatRecordText         pic x(40).
01 RejStatReason             pic xx value spaces.
01 RejStatOperator           pic x(8) value spaces.
01 RejStatSecondOperator     pic x(8) value spaces.
01 RejStatPointer            pic 999.
01 RejStatDetailLine         pic x(200) value spaces.
