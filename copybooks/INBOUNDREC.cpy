*> the shore-side instruction feed: fixed columns, one instruction per
*> record between an HDR (feed date, source) and a TRL (instruction
*> count); PRM sets a run parameter, SND sets the seafloor depth at a
*> position. every instruction carries the fleet office's reference
01 InboundRecord.
    88 EndOfInboundFile         value high-values.
    02 InboundRecordType        pic x(3).
        88 InboundHeader        value "HDR".
        88 InboundParameter     value "PRM".
        88 InboundSounding      value "SND".
        88 InboundTrailer       value "TRL".
    02 filler                   pic x.
    02 InboundBody              pic x(76).
    02 InboundHeaderBody redefines InboundBody.
        03 InboundFeedDate      pic x(8).
        03 filler               pic x.
        03 InboundFeedSource    pic x(20).
        03 filler               pic x(47).
    02 InboundParameterBody redefines InboundBody.
        03 InboundParmReference pic x(12).
        03 filler               pic x.
        03 InboundParmKeyword   pic x(30).
        03 filler               pic x.
        03 InboundParmValue     pic x(9).
        03 filler               pic x(23).
    02 InboundSoundingBody redefines InboundBody.
        03 InboundSndReference  pic x(12).
        03 filler               pic x.
        03 InboundSndPosition   pic x(6).
        03 filler               pic x.
        03 InboundSndDepth      pic x(4).
        03 filler               pic x(52).
    02 InboundTrailerBody redefines InboundBody.
        03 InboundTrailerCount  pic x(8).
        03 filler               pic x(68).
