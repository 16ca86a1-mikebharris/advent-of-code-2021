identification division.
program-id. AOC-2021-DAY-2-ROUTE-1.
environment division.
input-output section.
    file-control.
        select PlanFile assign to PlanFileName
            organization is line sequential
            file status is PlanFileStatus.

        select TrackFile assign to TrackFileName
            organization is line sequential
            file status is TrackFileStatus.

        select DeviationFile assign to "day2-deviation.txt"
            organization is line sequential.

        select LedgerFile assign to "batch-ledger.txt"
            organization is line sequential
            file status is LedgerFileStatus.

        copy RUNCTLSL.

        copy RUNLOCKSL.

        copy RUNPARMSL.

data division.
file section.
fd PlanFile.
01 filler.
    88 EndOfPlanFile        value high-values.
    02 PlanRecord           pic x(40). *> leg hpos depth

fd TrackFile.
01 filler.
    88 EndOfTrackFile       value high-values.
    02 TrackRecord          pic x(120). *> seq= cmd= amount= hpos= depth= aimdepth=

fd DeviationFile.
01 DeviationLine             pic x(120).

fd LedgerFile.
01 LedgerLine                copy LEDGERLINE.

copy RUNCTLFD.

copy RUNLOCKFD.

copy RUNPARMFD.

working-storage section.
01 PlanFileName              pic x(100).
01 PlanFileStatus            pic xx.
01 TrackFileName             pic x(100).
01 TrackFileStatus           pic xx.

*> the filed dive plan: each waypoint closes a leg, which runs from
*> the previous waypoint's horizontal position (the start of the route
*> for leg 1) up to its own, to be held at the intended depth
01 PlanTable.
    02 PlanLeg occurs 999 times.
        03 PlanLegNumber     pic 9(3).
        03 PlanHpos          pic 9(6).
        03 PlanDepth         pic 9(6).
01 NumberOfLegs              pic 9(3) value zero.
01 NumberOfBadPlanLines      pic 9(6) value zero.
01 PlanToken1                pic x(12).
01 PlanToken2                pic x(12).
01 PlanToken3                pic x(12).

01 SeqField                  pic x(20).
01 CmdField                  pic x(20).
01 AmountField               pic x(20).
01 HposField                 pic x(20).
01 DepthField                pic x(20).
01 AimDepthField             pic x(20).

01 TrackSequence             pic 9(6).
01 TrackHorizontalPosition   pic 9(6).
01 TrackAimAdjustedDepth     pic 9(6).
01 DepthDeviation            pic 9(6).

01 RouteTolerance            pic 9(6).

*> the leg being walked and what has been seen along it so far
01 CurrentLeg                pic 9(4) value 1.
01 LegPoints                 pic 9(6).
01 LegMaxDeviation           pic 9(6).
01 LegMaxSequence            pic 9(6).
01 LegStretches              pic 9(4).
01 WaypointReachedFlag       pic x.
    88 WaypointReached       value "Y".
01 WaypointSequence          pic 9(6).
01 WaypointDeviation         pic 9(6).
01 StretchFlag               pic x.
    88 InStretch             value "Y".
01 StretchStartSequence      pic 9(6).
01 StretchEndSequence        pic 9(6).
01 StretchMaxDeviation       pic 9(6).
01 LegOffPlanFlag            pic x.
    88 LegIsOffPlan          value "Y".
01 LegStatusWord             pic x(8).

01 NumberOfTrackRecords      pic 9(6) value zero.
01 NumberOfBeyondPlan        pic 9(6) value zero.
01 NumberOfOffPlanLegs       pic 9(4) value zero.
01 NumberOfMissedWaypoints   pic 9(4) value zero.
01 NumberOfStretches         pic 9(6) value zero.

01 TodaysDate.
    02 TodaysYear            pic 9(4).
    02 TodaysMonth           pic 9(2).
    02 TodaysDay             pic 9(2).
01 DeviationDetailLine       pic x(120) value spaces.

01 LedgerFileStatus          pic xx.
01 RunStartTime              pic 9(6).
01 RunEndTime                pic 9(6).
01 LedgerDetailLine          copy LEDGERLINE.
01 LedgerRunDate             pic 9(8).

copy RUNPARMWS.

copy RUNCTLWS.

copy RUNLOCKWS.

copy RUNIDWS.

procedure division.
Begin.
    move function current-date(9:6) to RunStartTime
    perform EstablishBatchRunId
    move "AOC-2021-DAY-2-ROUTE-1" to RunLockRequester
    perform AcquireRunLock

    perform EstablishFileNames
    perform EstablishRouteTolerance
    perform LoadRoutePlan

    if NumberOfLegs is equal to zero
        display "no usable waypoints in " function trim(PlanFileName)
            " - nothing to compare the track against"
        move 16 to return-code
        perform ReleaseRunLock
        stop run
    end-if

    open input TrackFile
    if TrackFileStatus is not equal to "00"
        display "cannot open track file " function trim(TrackFileName)
            " (file status " TrackFileStatus ") - run the pilot command processor first"
        move 16 to return-code
        perform ReleaseRunLock
        stop run
    end-if

    open output DeviationFile
    perform WriteDeviationReportHeading
    perform StartLeg

    read TrackFile
        at end set EndOfTrackFile to true
    end-read
    perform with test before until EndOfTrackFile
        perform CompareTrackRecord
        read TrackFile
            at end set EndOfTrackFile to true
        end-read
    end-perform
    close TrackFile

    *> legs the track never got to are closed with nothing seen on them
    perform with test before until CurrentLeg is greater than NumberOfLegs
        perform CloseLeg
    end-perform

    perform WriteDeviationReportSummary
    close DeviationFile

    display "compared " NumberOfTrackRecords " track points against "
        NumberOfLegs " planned legs: " NumberOfOffPlanLegs
        " off-plan, " NumberOfMissedWaypoints " waypoints missed"
        " - see day2-deviation.txt"

    perform WriteLedgerEntry

    evaluate true
        when NumberOfTrackRecords is equal to zero
            move 16 to return-code
        when NumberOfOffPlanLegs is greater than zero
            move 4 to return-code
        when other
            move 0 to return-code
    end-evaluate

    perform ReleaseRunLock
    stop run.

EstablishFileNames.
    accept PlanFileName from environment "DAY2_ROUTE_PLAN_FILE"
    if PlanFileName is equal to spaces
        move "day2-route-plan.txt" to PlanFileName
    end-if
    accept TrackFileName from environment "DAY2_TRACK_FILE"
    if TrackFileName is equal to spaces
        move "day2-track.txt" to TrackFileName
    end-if
    display "using route plan " function trim(PlanFileName)
        " and track file " function trim(TrackFileName).

EstablishRouteTolerance.
    move "DAY2_ROUTE_TOLERANCE" to ParmRequestedKeyword
    move 10 to ParmDefaultValue
    move zero to ParmMinimumValue
    move 99999 to ParmMaximumValue
    perform ObtainRunParameter
    move ParmEffectiveValue to RouteTolerance
    display "flagging depth deviations beyond " RouteTolerance.

LoadRoutePlan.
    open input PlanFile
    if PlanFileStatus is not equal to "00"
        display "cannot open route plan " function trim(PlanFileName)
            " (file status " PlanFileStatus ")"
    else
        read PlanFile
            at end set EndOfPlanFile to true
        end-read
        perform with test before until EndOfPlanFile
            if PlanRecord is not equal to spaces
                    and PlanRecord(1:1) is not equal to "*"
                perform LoadOneWaypoint
            end-if
            read PlanFile
                at end set EndOfPlanFile to true
            end-read
        end-perform
        close PlanFile
        if NumberOfBadPlanLines is greater than zero
            display "skipped " NumberOfBadPlanLines
                " unusable route plan lines"
        end-if
    end-if.

LoadOneWaypoint.
    move spaces to PlanToken1 PlanToken2 PlanToken3
    unstring PlanRecord delimited by all space
        into PlanToken1 PlanToken2 PlanToken3

    evaluate true
        when function trim(PlanToken1) is not numeric
                or function trim(PlanToken2) is not numeric
                or function trim(PlanToken3) is not numeric
            add 1 to NumberOfBadPlanLines
            display "skipping unusable route plan line: "
                function trim(PlanRecord)
        when NumberOfLegs is greater than zero
                and function numval(PlanToken2)
                    is not greater than PlanHpos(NumberOfLegs)
            *> the route runs seaward, waypoints in ascending position
            add 1 to NumberOfBadPlanLines
            display "skipping out-of-order waypoint: "
                function trim(PlanRecord)
        when NumberOfLegs is equal to 999
            add 1 to NumberOfBadPlanLines
            display "route plan holds more than 999 legs - skipping "
                function trim(PlanRecord)
        when other
            add 1 to NumberOfLegs
            move function numval(PlanToken1) to PlanLegNumber(NumberOfLegs)
            move function numval(PlanToken2) to PlanHpos(NumberOfLegs)
            move function numval(PlanToken3) to PlanDepth(NumberOfLegs)
    end-evaluate.

CompareTrackRecord.
    move spaces to SeqField CmdField AmountField
                   HposField DepthField AimDepthField
    unstring TrackRecord delimited by all space
        into SeqField CmdField AmountField
             HposField DepthField AimDepthField

    if SeqField(1:4) is not equal to "seq="
        display "skipping unparseable track record: " TrackRecord
    else
        add 1 to NumberOfTrackRecords
        move function numval(SeqField(5:)) to TrackSequence
        move function numval(HposField(6:)) to TrackHorizontalPosition
        move function numval(AimDepthField(10:)) to TrackAimAdjustedDepth

        *> the first point at or past a waypoint is where the boat
        *> crossed it; a leg is finished once the track is beyond it
        perform with test before
                until CurrentLeg is greater than NumberOfLegs
                   or TrackHorizontalPosition
                       is not greater than PlanHpos(CurrentLeg)
            perform NoteWaypointCrossing
            perform CloseLeg
        end-perform

        if CurrentLeg is greater than NumberOfLegs
            add 1 to NumberOfBeyondPlan
        else
            if TrackHorizontalPosition is equal to PlanHpos(CurrentLeg)
                perform NoteWaypointCrossing
            end-if
            perform CheckPointAgainstLeg
        end-if
    end-if.

NoteWaypointCrossing.
    if not WaypointReached
        set WaypointReached to true
        move TrackSequence to WaypointSequence
        perform ComputeDepthDeviation
        move DepthDeviation to WaypointDeviation
    end-if.

ComputeDepthDeviation.
    if TrackAimAdjustedDepth is greater than PlanDepth(CurrentLeg)
        compute DepthDeviation =
            TrackAimAdjustedDepth - PlanDepth(CurrentLeg)
    else
        compute DepthDeviation =
            PlanDepth(CurrentLeg) - TrackAimAdjustedDepth
    end-if.

CheckPointAgainstLeg.
    add 1 to LegPoints
    perform ComputeDepthDeviation
    if LegPoints is equal to 1 or DepthDeviation is greater than LegMaxDeviation
        move DepthDeviation to LegMaxDeviation
        move TrackSequence to LegMaxSequence
    end-if

    if DepthDeviation is greater than RouteTolerance
        if not InStretch
            set InStretch to true
            move TrackSequence to StretchStartSequence
            move zero to StretchMaxDeviation
        end-if
        move TrackSequence to StretchEndSequence
        if DepthDeviation is greater than StretchMaxDeviation
            move DepthDeviation to StretchMaxDeviation
        end-if
    else
        perform CloseStretch
    end-if.

CloseStretch.
    if InStretch
        move "N" to StretchFlag
        add 1 to LegStretches
        add 1 to NumberOfStretches
        move spaces to DeviationDetailLine
        string "  STRETCH leg " PlanLegNumber(CurrentLeg)
                " seq=" StretchStartSequence " to seq=" StretchEndSequence
                " beyond tolerance, max deviation " StretchMaxDeviation
            delimited by size into DeviationDetailLine
        write DeviationLine from DeviationDetailLine
    end-if.

StartLeg.
    move zero to LegPoints LegMaxDeviation LegMaxSequence LegStretches
    move zero to WaypointSequence WaypointDeviation
    move "N" to WaypointReachedFlag
    move "N" to StretchFlag.

CloseLeg.
    perform CloseStretch

    move "N" to LegOffPlanFlag
    if LegStretches is greater than zero
        set LegIsOffPlan to true
    end-if

    if not WaypointReached
            or WaypointDeviation is greater than RouteTolerance
        set LegIsOffPlan to true
        add 1 to NumberOfMissedWaypoints
        move spaces to DeviationDetailLine
        if WaypointReached
            string "MISSED   leg " PlanLegNumber(CurrentLeg)
                    " waypoint hpos=" PlanHpos(CurrentLeg)
                    " depth=" PlanDepth(CurrentLeg)
                    ": crossed at seq=" WaypointSequence
                    " off depth by " WaypointDeviation
                delimited by size into DeviationDetailLine
        else
            string "MISSED   leg " PlanLegNumber(CurrentLeg)
                    " waypoint hpos=" PlanHpos(CurrentLeg)
                    " depth=" PlanDepth(CurrentLeg)
                    ": never reached by the track"
                delimited by size into DeviationDetailLine
        end-if
        write DeviationLine from DeviationDetailLine
    end-if

    if LegIsOffPlan
        add 1 to NumberOfOffPlanLegs
        move "OFF-PLAN" to LegStatusWord
    else
        move "ON-PLAN " to LegStatusWord
    end-if

    move spaces to DeviationDetailLine
    if LegPoints is equal to zero
        string LegStatusWord " leg " PlanLegNumber(CurrentLeg)
                " to hpos=" PlanHpos(CurrentLeg)
                " depth=" PlanDepth(CurrentLeg)
                " points=000000 no track points on this leg"
            delimited by size into DeviationDetailLine
    else
        string LegStatusWord " leg " PlanLegNumber(CurrentLeg)
                " to hpos=" PlanHpos(CurrentLeg)
                " depth=" PlanDepth(CurrentLeg)
                " points=" LegPoints
                " max deviation " LegMaxDeviation
                " at seq=" LegMaxSequence
                " stretches=" LegStretches
            delimited by size into DeviationDetailLine
    end-if
    write DeviationLine from DeviationDetailLine

    add 1 to CurrentLeg
    perform StartLeg.

WriteDeviationReportHeading.
    move function current-date(1:8) to TodaysDate

    move spaces to DeviationDetailLine
    string "Route deviation report run on "
            TodaysYear "-" TodaysMonth "-" TodaysDay
        delimited by size into DeviationDetailLine
    write DeviationLine from DeviationDetailLine

    move spaces to DeviationDetailLine
    string "Depth tolerance: " RouteTolerance
            "   Planned legs: " NumberOfLegs
        delimited by size into DeviationDetailLine
    write DeviationLine from DeviationDetailLine

    move spaces to DeviationDetailLine
    write DeviationLine from DeviationDetailLine.

WriteDeviationReportSummary.
    move spaces to DeviationDetailLine
    write DeviationLine from DeviationDetailLine

    move spaces to DeviationDetailLine
    string "Track points: " NumberOfTrackRecords
            "   Beyond plan: " NumberOfBeyondPlan
            "   Off-plan legs: " NumberOfOffPlanLegs
            "   Missed waypoints: " NumberOfMissedWaypoints
            "   Stretches: " NumberOfStretches
        delimited by size into DeviationDetailLine
    write DeviationLine from DeviationDetailLine.

WriteLedgerEntry.
    move function current-date(9:6) to RunEndTime
    move function current-date(1:8) to LedgerRunDate

    open extend LedgerFile
    if LedgerFileStatus is equal to "35"
        open output LedgerFile
    end-if

    string "AOC-2021-DAY-2-ROUTE-1" " "
            delimited by size
            TrackFileName
            delimited by space
            " "
            "start=" RunStartTime " "
            "end=" RunEndTime " "
            "records=" NumberOfTrackRecords " "
            "result=" NumberOfOffPlanLegs " "
            "date=" LedgerRunDate " "
            "run=" BatchRunId " "
            "parms=" delimited by size
            function trim(ParmEffectiveList) delimited by size
        into LedgerDetailLine
    write LedgerLine from LedgerDetailLine
    perform RecordRunControl

    close LedgerFile.

copy RUNPARM.

copy RUNCTL.

copy RUNLOCK.

copy RUNID.
end program AOC-2021-DAY-2-ROUTE-1.
