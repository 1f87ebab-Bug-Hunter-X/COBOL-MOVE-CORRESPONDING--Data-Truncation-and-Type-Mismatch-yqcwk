      *  file instead of the master: the last after-image per
      *  AUD-CUST-ID wins, and a delete row (BATCH-DEL from the
      *  batch, SUSP-DEL from the retry queue, DORM-DEL from the
      *  dormancy archive job, MERGE-DEL from a CUSMERGE duplicate
      *  merge, ERASE-DEL from a DSUBJECT erasure) removes the
      *  customer's expected row.  VERIWORK is recreated every run
      *  and carries nothing between runs.  The comparison itself
      *  is the DBXTRACT key-order match-merge, work file against
                   IF AUD-TRAN-TYPE = "BATCH-DEL"
                           OR AUD-TRAN-TYPE = "SUSP-DEL"
                           OR AUD-TRAN-TYPE = "DORM-DEL"
                           OR AUD-TRAN-TYPE = "MERGE-DEL"
                           OR AUD-TRAN-TYPE = "ERASE-DEL"
                       PERFORM 2300-EXPECT-DELETED
                   ELSE
                       PERFORM 2200-EXPECT-AFTER-IMAGE
