        select ClearanceFile assign to "day2-clearance.txt"
            organization is line sequential.

        select HazardFile assign to HazardFileName
            organization is line sequential
            file status is HazardFileStatus.

        select LedgerFile assign to "batch-ledger.txt"
            organization is line sequential
            file status is LedgerFileStatus.

        copy RUNCTLSL.

        copy RUNLOCKSL.

        copy RUNPARMSL.

data division.
fd ClearanceFile.
01 ClearanceLine             pic x(120).

fd HazardFile.
    copy DAY5HAZREC.

fd LedgerFile.
01 LedgerLine                copy LEDGERLINE.

copy RUNCTLFD.

copy RUNLOCKFD.

copy RUNPARMFD.

working-storage section.
01 TrackFileName             pic x(100).
01 TrackFileStatus           pic xx.
01 SoundingFileName          pic x(100).
01 HazardFileName            pic x(100).
01 HazardFileStatus          pic xx.
01 HazardEndSwitch           pic x value "N".
    88 EndOfHazardFile       value "Y".

01 SeqField                  pic x(20).
01 CmdField                  pic x(20).
01 NumberOfGroundings        pic 9(6) value zero.
01 NumberOfUnsurveyedPoints  pic 9(6) value zero.

*> the vent survey's overlap points, by grid position: the track's
*> horizontal position and vessel depth place it on the same grid
01 VentHazardGrid.
    02 VentHazardColumn occurs 1000 times.
        03 VentHazardCount   pic 99 occurs 1000 times.
01 NumberOfHazardPoints      pic 9(7) value zero.
01 NumberOfVentHazards       pic 9(6) value zero.
01 VentGridX                 pic 9(4).
01 VentGridY                 pic 9(4).

01 ClearanceHere             pic s9(7) sign is trailing separate.
01 MinimumClearance          pic s9(7) sign is trailing separate value zero.
01 MinimumClearanceSequence  pic 9(6) value zero.

copy RUNPARMWS.

copy RUNCTLWS.

copy RUNLOCKWS.

copy RUNIDWS.

procedure division.
Begin.
    move function current-date(9:6) to RunStartTime
    perform EstablishBatchRunId
    move "AOC-2021-CLEARANCE-1" to RunLockRequester
    perform AcquireRunLock

    perform EstablishFileNames
    perform EstablishProjectionSettings
    perform LoadSeafloorProfile
    perform LoadVentHazards

    open input TrackFile
    if TrackFileStatus is not equal to "00"
        display "cannot open track file " function trim(TrackFileName)
            " (file status " TrackFileStatus ") - run the pilot command processor first"
        move 16 to return-code
        perform ReleaseRunLock
        stop run
    end-if

        display "WARNING: " NumberOfGroundings
            " track points show the vessel at or below the seafloor"
    end-if
    if NumberOfVentHazards is greater than zero
        display "WARNING: " NumberOfVentHazards
            " track points pass through a vent hazard point"
    end-if

    perform WriteLedgerEntry

        move 0 to return-code
    end-if

    perform ReleaseRunLock
    stop run.

EstablishFileNames.
    if SoundingFileName is equal to spaces
        move "day1-input.txt" to SoundingFileName
    end-if
    accept HazardFileName from environment "DAY5_HAZARD_FILE"
    if HazardFileName is equal to spaces
        move "day5-hazards.txt" to HazardFileName
    end-if
    display "using track file " function trim(TrackFileName)
        " and sounding file " function trim(SoundingFileName).

            " unusable sounding records"
    end-if.

LoadVentHazards.
    initialize VentHazardGrid
    open input HazardFile
    if HazardFileStatus is not equal to "00"
        display "no vent hazard file " function trim(HazardFileName)
            " (file status " HazardFileStatus
            ") - the track is not checked against vent activity"
    else
        read HazardFile
            at end set EndOfHazardFile to true
        end-read
        perform with test before until EndOfHazardFile
            if HazardX is numeric and HazardY is numeric
                    and HazardVentCount is numeric
                compute VentGridX = HazardX + 1
                compute VentGridY = HazardY + 1
                move HazardVentCount
                    to VentHazardCount(VentGridX, VentGridY)
                add 1 to NumberOfHazardPoints
            end-if
            read HazardFile
                at end set EndOfHazardFile to true
            end-read
        end-perform
        close HazardFile
        display "loaded " NumberOfHazardPoints " vent hazard points from "
            function trim(HazardFileName)
    end-if.

LoadOneSounding.
    move spaces to SoundingToken1 SoundingToken2
    unstring SoundingRecord delimited by all space
        move function numval(HposField(6:)) to TrackHorizontalPosition
        move function numval(AimDepthField(10:)) to TrackAimAdjustedDepth

        perform CheckTrackPointForVents

        if TrackHorizontalPosition is equal to zero
            continue *> vessel has not moved onto the surveyed route yet
        else
        end-if
    end-if.

CheckTrackPointForVents.
    *> a track point beyond the 1000 x 1000 vent survey area cannot
    *> meet a surveyed vent
    if NumberOfHazardPoints is greater than zero
            and TrackHorizontalPosition is less than 1000
            and TrackAimAdjustedDepth is less than 1000
        compute VentGridX = TrackHorizontalPosition + 1
        compute VentGridY = TrackAimAdjustedDepth + 1
        if VentHazardCount(VentGridX, VentGridY) is greater than zero
            add 1 to NumberOfVentHazards
            move spaces to ClearanceDetailLine
            string "VENT HAZARD at " function trim(SeqField)
                    " hpos=" TrackHorizontalPosition
                    " vessel depth=" TrackAimAdjustedDepth
                    " vents=" VentHazardCount(VentGridX, VentGridY)
                delimited by size into ClearanceDetailLine
            write ClearanceLine from ClearanceDetailLine
        end-if
    end-if.

ProjectClearanceAhead.
    *> the warning fires once per track point, at the first projected
    *> position where holding this depth breaks the safety margin
        move "Minimum clearance: no track point fell within the surveyed route"
            to ClearanceDetailLine
    end-if
    write ClearanceLine from ClearanceDetailLine

    move spaces to ClearanceDetailLine
    string "Vent hazards: " NumberOfVentHazards
            "   Hazard points surveyed: " NumberOfHazardPoints
        delimited by size into ClearanceDetailLine
    write ClearanceLine from ClearanceDetailLine.

WriteLedgerEntry.
            "result=" MinimumClearance " "
            "date=" LedgerRunDate " "
            "run=" BatchRunId " "
            "groundings=" NumberOfGroundings " "
            "breaches=" NumberOfProjectionWarnings " "
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
end program AOC-2021-CLEARANCE-1.
