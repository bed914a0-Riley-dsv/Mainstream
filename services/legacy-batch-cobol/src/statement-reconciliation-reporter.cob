       PROGRAM-ID. statement-reconciliation-reporter.
       AUTHOR. Riley.
              DATE-WRITTEN. 01092026.
       DATE-MODIFIED. 15102026.
              DATE-COMPILED. 01092026.
      *> 15102026 Riley - the instruction file's read buffer widens
      *> from 140 to 400 bytes: an SID for an extended-layout payment
      *> now carries the party names and remittance after byte 140.
      *> 02092026 Riley - the position statement is sectioned per
      *> legal entity now (ENTITY headers, a repeated BANK heading
      *> per section, per-entity net lines), so the reader stopped
       01 POS-REPORT-LINE             PIC X(100).

       FD INSTRUCTION-FILE.
       01 SIN-FILE-LINE               PIC X(400).

       FD BREAKS-REPORT-FILE.
       01 BRK-REPORT-LINE             PIC X(130).
