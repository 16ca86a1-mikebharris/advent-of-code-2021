01 ToSequence                pic 9(6) value zero.

01 NumberOfHits              pic 9(6) value zero.
01 NumberOfUncorrectedHits   pic 9(6) value zero.
01 TideHeightDisplay         pic -9(4).

01 EndOfRangeFlag            pic x value "N".
    88 EndOfRange            value "Y".
    close MasterFile

    display NumberOfHits " reading(s) found"
    if NumberOfUncorrectedHits is greater than zero
        display NumberOfUncorrectedHits " of them with no tide correction"
            " - depth shown is the raw figure"
    end-if

    if NumberOfHits is equal to zero
        move 4 to return-code
    end-perform.

DisplayMasterReading.
    *> the corrected (chart datum) depth leads; the raw transducer
    *> figure and the tide height it was reduced by follow
    move MasterTideHeight to TideHeightDisplay
    if MasterTideCorrected
        display "date=" MasterSurveyDate
            " seq=" MasterReadingSeq
            " depth=" MasterCorrectedDepth
            " raw=" MasterDepth
            " tide=" TideHeightDisplay
    else
        display "date=" MasterSurveyDate
            " seq=" MasterReadingSeq
            " depth=" MasterCorrectedDepth
            " raw=" MasterDepth
            " tide=none UNCORRECTED"
        add 1 to NumberOfUncorrectedHits
    end-if.
end program AOC-2021-DAY-1-INQ-1.
