      * COPYBOOK NAME......: SAFLTDTL                                *
      * 票据存入待清算明细段(BSAFLTD):未清算部分不计入可用余额,       *
      * 到清算日由KSARFLT1解付,退票走例外处理                         *
      * 他行票据日终由KSARPRS1提出交换并置已提出标志                  *
      ****************************************************************
           05  SA-FLT-ACCT-NO              PIC X(32).
           05  SA-FLT-SEQ-N                PIC 9(07).
           05  SA-FLT-TX-LOG-NO            PIC X(24).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
      *    提出交换标志 空/0-未提出 1-已提出(提出日)
           05  SA-FLT-PRES-FLG             PIC X(01).
           05  SA-FLT-PRES-DT              PIC X(08).
           05  SA-FLT-FILLER               PIC X(11).
