select RunControlFile assign to "run-control.dat"
    organization is indexed
    access mode is dynamic
    record key is RunCtlKey
    alternate record key is RunCtlProgramKey with duplicates
    file status is RunCtlFileStatus.
