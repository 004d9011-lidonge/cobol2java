           05  I-FX-ACCT-CHAR          PIC X(04).
           05  I-TX-LOG-NO             PIC X(24).
           05  I-BUSN-DT               PIC X(08).
      *    结售汇用途/申报代码(本户结售汇交易必输)
           05  I-PURP-COD              PIC X(04).
           05  O-MSG-TYPE              PIC X(01).
           05  O-RTRN-CODE             PIC X(05).
