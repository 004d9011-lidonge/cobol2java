               10  I-DENOM-VAL         PIC 9(05)V9(2).
               10  I-DENOM-CNT         PIC 9(05).
           05  I-RSV-SEQ-N             PIC 9(05).
      *    临柜经办人:账户登记有授权经办人的按登记核验
           05  I-AGT-CER-TYP           PIC X(04).
           05  I-AGT-CER-ID            PIC X(32).
           05  O-RTRN-CODE             PIC X(05).
           05  O-RSV-SEQ-N             PIC 9(05).
