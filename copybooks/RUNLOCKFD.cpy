fd RunLockFile.
*> one line naming the holder: program, batch run id, date and time
*> taken. an empty (or absent) file means the lock is free
01 RunLockLine               pic x(80).
