            organization is line sequential
            file status is LedgerFileStatus.

        copy RUNCTLSL.

        copy RUNLOCKSL.

        copy RUNPARMSL.

data division.
fd LedgerFile.
01 LedgerLine                copy LEDGERLINE.

copy RUNCTLFD.

copy RUNLOCKFD.

copy RUNPARMFD.

working-storage section.
01 SurveyDateB               pic x(8).
01 ChangeThreshold           pic 9(4) value zero.

*> surveys are compared on depths reduced to chart datum unless the
*> operator asks for the raw transducer figures
01 DepthBasis                pic x(9).
    88 CompareRawDepths      value "RAW".
    88 CompareCorrectedDepths value "CORRECTED".
01 ReadingDepth              pic 9(4).
01 UncorrectedCountA         pic 9(6) value zero.
01 UncorrectedCountB         pic 9(6) value zero.

*> one slot per reading sequence, so the two surveys can be walked
*> position against position even when one has gaps the other fills
01 SurveyTableA.

copy RUNPARMWS.

copy RUNCTLWS.

copy RUNLOCKWS.

copy RUNIDWS.

procedure division.
Begin.
    move function current-date(9:6) to RunStartTime
    perform EstablishBatchRunId
    move "AOC-2021-DAY-1-CMP-1" to RunLockRequester
    perform AcquireRunLock

    perform EstablishComparisonArguments

        display "cannot open day1-master.dat (file status "
            MasterFileStatus ") - run the master file loader first"
        move 16 to return-code
        perform ReleaseRunLock
        stop run
    end-if

        display "one of the surveys has no readings in the master"
            " - nothing to compare"
        move 16 to return-code
        perform ReleaseRunLock
        stop run
    end-if

        NumberOfMissingInB " missing in " SurveyDateB
        " - see day1-compare.txt"

    if UncorrectedCountA is greater than zero
        display "WARNING: survey " SurveyDateA " has " UncorrectedCountA
            " readings with no tide correction - changes may be tidal"
    end-if
    if UncorrectedCountB is greater than zero
        display "WARNING: survey " SurveyDateB " has " UncorrectedCountB
            " readings with no tide correction - changes may be tidal"
    end-if

    perform WriteLedgerEntry

    evaluate true
        when NumberOfFlagged is greater than zero
                or NumberOfMissingInA is greater than zero
                or NumberOfMissingInB is greater than zero
            move 8 to return-code
        when UncorrectedCountA is greater than zero
                or UncorrectedCountB is greater than zero
            move 4 to return-code
        when other
            move 0 to return-code
    end-evaluate

    perform ReleaseRunLock
    stop run.

EstablishComparisonArguments.
        display "DAY1_CMP_DATE_A and DAY1_CMP_DATE_B must name the"
            " two survey dates (yyyymmdd)"
        move 16 to return-code
        perform ReleaseRunLock
        stop run
    end-if

    move 9999 to ParmMaximumValue
    perform ObtainRunParameter
    move ParmEffectiveValue to ChangeThreshold
    accept DepthBasis from environment "DAY1_CMP_DEPTH_BASIS"
    if not CompareRawDepths
        set CompareCorrectedDepths to true
    end-if

    display "comparing survey " SurveyDateA " against " SurveyDateB
        ", flagging changes beyond " ChangeThreshold
        " on " function trim(DepthBasis) " depths".

LoadOneSurvey.
    move "N" to LoadEndSwitch
    end-perform.

RecordSurveyReading.
    *> a reading the loader could not reduce to datum carries its raw
    *> depth as the corrected figure, so it is counted to be flagged
    if CompareRawDepths
        move MasterDepth to ReadingDepth
    else
        move MasterCorrectedDepth to ReadingDepth
        if MasterTideMissing
            if LoadingSurveyA
                add 1 to UncorrectedCountA
            else
                add 1 to UncorrectedCountB
            end-if
        end-if
    end-if

    if LoadingSurveyA
        move ReadingDepth to SurveyDepthA(MasterReadingSeq)
        move "Y" to SurveyPresentA(MasterReadingSeq)
        add 1 to ReadingCountA
        if MasterReadingSeq is greater than MaxSequenceA
            move MasterReadingSeq to MaxSequenceA
        end-if
        if ReadingDepth is less than MinDepthA
            move ReadingDepth to MinDepthA
        end-if
        if ReadingDepth is greater than MaxDepthA
            move ReadingDepth to MaxDepthA
        end-if
        add ReadingDepth to DepthSumA
    else
        move ReadingDepth to SurveyDepthB(MasterReadingSeq)
        move "Y" to SurveyPresentB(MasterReadingSeq)
        add 1 to ReadingCountB
        if MasterReadingSeq is greater than MaxSequenceB
            move MasterReadingSeq to MaxSequenceB
        end-if
        if ReadingDepth is less than MinDepthB
            move ReadingDepth to MinDepthB
        end-if
        if ReadingDepth is greater than MaxDepthB
            move ReadingDepth to MaxDepthB
        end-if
        add ReadingDepth to DepthSumB
    end-if.

ComparePosition.

    move spaces to CompareDetailLine
    string "Change threshold: " ChangeThreshold
            "   Depth basis: " DepthBasis
        delimited by size into CompareDetailLine
    write CompareLine from CompareDetailLine

    move spaces to CompareDetailLine
    string "Survey " SurveyDateA ": readings=" ReadingCountA
            " min=" MinDepthA " max=" MaxDepthA " mean=" MeanDepthDisplay
            " uncorrected=" UncorrectedCountA
        delimited by size into CompareDetailLine
    write CompareLine from CompareDetailLine

    move spaces to CompareDetailLine
    string "Survey " SurveyDateB ": readings=" ReadingCountB
            " min=" MinDepthB " max=" MaxDepthB " mean=" MeanDepthDisplay
            " uncorrected=" UncorrectedCountB
        delimited by size into CompareDetailLine
    write CompareLine from CompareDetailLine

            "end=" RunEndTime " "
            "records=" NumberOfCompared " "
            "result=" NumberOfFlagged " "
            "basis=" function trim(DepthBasis) " "
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
end program AOC-2021-DAY-1-CMP-1.
