        03 MasterSurveyDate     pic 9(8).
        03 MasterReadingSeq     pic 9(6).
    02 MasterDepth              pic 9(4).
    *> MasterDepth is the raw transducer figure; the corrected depth is
    *> reduced to chart datum by the tide height for the survey window
    02 MasterCorrectedDepth     pic 9(4).
    02 MasterTideHeight         pic s9(4) sign is leading separate.
    02 MasterTideStatus         pic x.
        88 MasterTideCorrected  value "C".
        88 MasterTideMissing    value "U".
