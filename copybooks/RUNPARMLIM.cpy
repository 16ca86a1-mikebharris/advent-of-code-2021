*> the sane range each program enforces on its run parameters, for
*> checking a value before it is written to run-params.txt; an entry
*> here must be kept in step with the program's ObtainRunParameter call
*> (keyword, minimum, maximum)
01 ParmLimitValues.
    02 filler pic x(48) value "ARCHIVE_RETENTION_DAYS        000000001000009999".
    02 filler pic x(48) value "CLEARANCE_LOOKAHEAD           000000001000009999".
    02 filler pic x(48) value "CLEARANCE_SAFETY_MARGIN       000000001000009999".
    02 filler pic x(48) value "DAY1_DELTA_THRESHOLD          000000001000099999".
    02 filler pic x(48) value "DAY1_STUCK_RUN_LENGTH         000000002000009999".
    02 filler pic x(48) value "DAY1_CMP_THRESHOLD            000000001000009999".
    02 filler pic x(48) value "DAY1_MERGE_TOLERANCE          000000001000009999".
    02 filler pic x(48) value "DAY2_ROUTE_TOLERANCE          000000000000099999".
    02 filler pic x(48) value "DAY2_REJECT_TOLERANCE         000000000000999999".
    02 filler pic x(48) value "DAY3_MARGIN_RUNS              000000002000000099".
    02 filler pic x(48) value "DAY3_BORDERLINE_PCT           000000001000000049".
    02 filler pic x(48) value "DAY3_TREND_PERIOD             000000002000000099".
    02 filler pic x(48) value "DAY3_DRIFT_PCT                000000001000000999".
    02 filler pic x(48) value "DAY6_HORIZON_DAYS             000000001000000500".
    02 filler pic x(48) value "DAY6_AREA_CAPACITY            000000001999999999".
    02 filler pic x(48) value "DAY7_BURN_MODE                000000001000000002".
    02 filler pic x(48) value "DAY7_SEARCH_RANGE             000000001000009999".
    02 filler pic x(48) value "DAY8_FAULT_TOLERANCE          000000000000999999".
    02 filler pic x(48) value "BATCH_SLA_SECONDS             000000001000999999".
    02 filler pic x(48) value "REJECT_AGING_DAYS             000000001000009999".
    02 filler pic x(48) value "REJECT_WRITEOFF_LIMIT         000000000000009999".
01 ParmLimitTable redefines ParmLimitValues.
    02 ParmLimitEntry occurs 21 times.
        03 ParmLimitKeyword  pic x(30).
        03 ParmLimitMinimum  pic 9(9).
        03 ParmLimitMaximum  pic 9(9).
01 ParmLimitCount            pic 99 value 21.
01 ParmLimitIndex            pic 99.
01 ParmLimitMatch            pic 99.
