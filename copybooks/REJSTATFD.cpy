fd RejectStatusFile.
01 RejectStatusLine          pic x(200).
