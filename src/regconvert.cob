       DATE-WRITTEN. 2026-09-02.

      *> Modification history:
      *> 2026-10-15  Registry record carries REG-REC-CLONED-FROM;
      *>             the record is widened to 550 bytes by the
      *>             one-time REGISTRY-WIDEN run. Layout kept in step
      *>             with PROJECT-CREATOR.
      *> 2026-10-15  Output record carries REG-REC-TEAM, taken from
      *>             the FILLER; converted records start with no
      *>             team.
      *> 2026-09-02  Initial version - one-time conversion of the
      *>             pipe-delimited project registry text file into
      *>             the indexed registry master keyed on project
           05 REG-REC-STATUS     PIC X(12).
           05 REG-REC-UPDATED    PIC X(8).
           05 REG-REC-SET        PIC X(20).
           05 REG-REC-TEAM       PIC X(30).
           05 REG-REC-CLONED-FROM PIC X(50).
           05 FILLER             PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-ENV-DETAILS.
