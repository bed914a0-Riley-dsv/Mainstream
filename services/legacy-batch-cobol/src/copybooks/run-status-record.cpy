      * completion code grades the run the way JCL condition codes
      * do: 00 clean, 04 completed with warnings (rejects or
      * screening hits present), 08 out of balance, 12 preflight
      * failure or a run refused before it started, 16 a run refused
      * because a persistent file's integrity seal was broken (the
      * file changed outside the batch). The orchestrator
      * also ends with this code in RETURN-CODE, so the scheduler can
      * gate downstream steps without parsing anything; in
      * particular period-close-archiver refuses to close a period
