      *> RNDPJRNL.cpy
      *> Layout of one before/after-image journal record for policy-
      *> master maintenance, kept to the same discipline as the case
      *> journal (see RNDJRNL.cpy): every policy rndpolmaint touches
      *> is journaled as a "B" image of what it replaced (none for an
      *> add) and an "F" image of what was written, stamped with the
      *> run date/time and operator id, so the policy in force on any
      *> past night can always be reconstructed and attributed.  No
      *> enclosing 01 so callers can nest it under an FD record; the
      *> fragment sits at 05 so the policy image can nest inside it.
           05  PJRN-RUN-DATE      PIC X(8).
           05  PJRN-RUN-TIME      PIC X(8).
           05  PJRN-OPERATOR      PIC X(8).
           05  PJRN-ACTION        PIC X(1).
               88  PJRN-ACT-ADD              VALUE "A".
               88  PJRN-ACT-CHANGE           VALUE "C".
               88  PJRN-ACT-INACTIVATE       VALUE "I".
           05  PJRN-IMAGE-TYPE    PIC X(1).
               88  PJRN-BEFORE-IMAGE         VALUE "B".
               88  PJRN-AFTER-IMAGE          VALUE "F".
           05  PJRN-POLICY.
               COPY RNDPOLCY.
