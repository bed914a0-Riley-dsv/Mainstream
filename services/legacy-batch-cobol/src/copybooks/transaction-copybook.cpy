      * no such account, 'BB' beneficiary bank gone, per the shop's
      * return-code sheet. Every other type leaves it as spaces.
           05     TR-RETURN-REASON       PIC X(2).
      * TR-EXTENDED-DETAIL is the tail of the second (400-byte) extract
      * layout, which an extract announces in its HDR record
      * (HDR-LAYOUT-VERSION '02'). It carries the party names, the
      * remittance text that does not fit TR-REFERENCE, the payment
      * purpose code and who bears the charges. A record read from a
      * 166-byte extract has the whole tail blank. TR-LAYOUT-VERSION
      * is not taken from upstream: transaction-reader stamps it with
      * the layout the record arrived in ('01' or '02'), so anything
      * downstream can tell a blank name from a name that was never
      * sent.
           05     TR-EXTENDED-DETAIL.
               10 FILLER                 PIC X(1).
               10 TR-ORDERING-NAME       PIC X(35).
               10 FILLER                 PIC X(1).
               10 TR-BENEFICIARY-NAME    PIC X(35).
               10 FILLER                 PIC X(1).
               10 TR-REMITTANCE-INFO     PIC X(140).
               10 FILLER                 PIC X(1).
               10 TR-PURPOSE-CODE        PIC X(4).
               10 FILLER                 PIC X(1).
               10 TR-CHARGE-BEARER       PIC X(3).
                   88 TR-CHARGES-OUR     VALUE 'OUR'.
                   88 TR-CHARGES-SHARED  VALUE 'SHA'.
                   88 TR-CHARGES-BEN     VALUE 'BEN'.
                   88 TR-CHARGE-BEARER-VALID
                                         VALUE 'OUR' 'SHA' 'BEN'.
               10 FILLER                 PIC X(10).
               10 TR-LAYOUT-VERSION      PIC X(2).
                   88 TR-BASIC-LAYOUT    VALUE '01'.
                   88 TR-EXTENDED-LAYOUT VALUE '02'.
