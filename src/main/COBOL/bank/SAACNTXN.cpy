           05  SA-DB-TIMESTAMP         PIC X(26).
           05  SA-FILLER5              PIC S9(16)V9(2) COMP-3.
           05  SA-FILLER6              PIC S9(16)V9(2) COMP-3.
      *    会计日期:年终调整期上年会计日期入账时为上年日期,
      *    其余为空(会计日期即交易日期)
           05  SA-ACCT-DT              PIC X(08).
           05  SA-FILLER7              PIC X(12).
      *    虚拟账号:汇入虚拟账号经KSAVAC0入母账户的明细登记,
      *    付款人编号据此查SAVACREG(自原SA-FILLER8划出)
           05  SA-VAC-NO               PIC X(20).
