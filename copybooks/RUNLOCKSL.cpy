select RunLockFile assign to "batch-run.lock"
    organization is line sequential
    file status is RunLockFileStatus.
