      * One record of a run output, as parallel-run-compare holds it
      * on its INDEXED work file while pairing a baseline run's
      * records with a candidate run's: the side it came from (B or
      * C), the match key the layout picks out of it (spaces for a
      * file paired by position), which occurrence of that key it is
      * on its side, and the record as read, with its line number.
       01  CWK-RECORD.
           05     CWK-KEY.
               10 CWK-SIDE                 PIC X(1).
               10 CWK-MATCH-KEY            PIC X(60).
               10 CWK-OCCURRENCE           PIC 9(7).
           05     CWK-RECORD-NO            PIC 9(7).
           05     CWK-IMAGE                PIC X(512).
