      *> ROUNDCASE.JRN must be put through the one-time rndhistcvt
      *> conversion (RNDCVTTYPE=JRNL) before anything reads or
      *> restores from it.
      *>
      *> JRN-OPERATOR is whoever ran the applying step.  Every
      *> change now passes maker-checker approval (see RNDPEND.cpy),
      *> so each image also names the operator who submitted the
      *> change and the one who approved it.  Both sit after the
      *> case image; a journal written before they existed reads
      *> back with them blank.  When the case image gained its
      *> effective dates they moved 16 bytes along, and journals
      *> holding them were put through rndhistcvt (RNDCVTTYPE=JRNL).
           05  JRN-RUN-DATE       PIC X(8).
           05  JRN-RUN-TIME       PIC X(8).
           05  JRN-OPERATOR       PIC X(8).
               88  JRN-AFTER-IMAGE           VALUE "F".
           05  JRN-CASE.
               COPY RNDCASE.
           05  JRN-MAKER          PIC X(8).
           05  JRN-CHECKER        PIC X(8).
