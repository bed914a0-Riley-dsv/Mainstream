      * one, and so on. An extract produced before cycles existed
      * carries nothing there (the field reads back as spaces) and is
      * treated as cycle 01.
      * CTL-ISO-COUNT/TOTAL are the part of the expected figures that
      * iso-payment-intake added for the ISO 20022 extract it lists
      * on the source manifest, so a re-run of the intake replaces
      * its own part instead of adding it twice. Spaces (a record
      * written upstream) mean nothing has been added.
       01  CTL-CONTROL-RECORD.
           05     CTL-EXPECTED-COUNT     PIC 9(10).
           05     FILLER                 PIC X(1).
           05     CTL-RUN-DATE           PIC 9(8).
           05     FILLER                 PIC X(1).
           05     CTL-CYCLE-NUMBER       PIC 9(2).
           05     FILLER                 PIC X(1).
           05     CTL-ISO-COUNT          PIC 9(10).
           05     FILLER                 PIC X(1).
           05     CTL-ISO-TOTAL          PIC 9(10)V99.
