      * One maker-checker decision, passed to operator-authorization
      * by every program that acts on an operator-keyed input. The
      * caller fills in the action type (as on the operator
      * authority file), its own program name, the subject of the
      * action (transaction ID, case ID, run ID) and the keyer and
      * authorizer IDs the input carried; operator-authorization
      * hands back APPROVED or REFUSED with the reason, having
      * already written the decision to the authorization journal.
       01  AUR-REQUEST.
           05     AUR-ACTION-TYPE          PIC X(14).
           05     AUR-PROGRAM              PIC X(30).
           05     AUR-SUBJECT              PIC X(32).
           05     AUR-KEYER-ID             PIC X(8).
           05     AUR-AUTHORIZER-ID        PIC X(8).
           05     AUR-DECISION             PIC X(8).
               88 AUR-APPROVED             VALUE 'APPROVED'.
               88 AUR-REFUSED              VALUE 'REFUSED'.
           05     AUR-REASON               PIC X(40).
