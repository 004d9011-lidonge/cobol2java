               10  O-TX-LOG-NO         PIC X(24).
               10  O-OP-ACCT-NO        PIC X(32).
               10  O-RMRK              PIC X(62).
      *        争议标志:空-无 1-争议未结 2-争议已结案
               10  O-DSP-FLG           PIC X(01).
