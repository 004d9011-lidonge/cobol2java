      ****************************************************************
      * COPYBOOK NAME......: SACFTREG                                *
      * 假币收缴登记段(BSACFTD):柜面现金存入清点发现假币,逐张登记   *
      * 币种/券别/冠字号及持有人身份,关联原存入交易流水号;同一      *
      * 收缴交易各张共用收缴凭证号;月末按网点/柜员出报人民银行报表  *
      ****************************************************************
           05  SA-CFT-ACCT-NO              PIC X(32).
           05  SA-CFT-SEQ-N                PIC 9(07).
      *    收缴凭证号(收缴交易流水号)及凭证内张序
           05  SA-CFT-CERT-NO              PIC X(24).
           05  SA-CFT-CERT-ITEM-N          PIC 9(02).
      *    原现金存入:流水号/明细号/交易日/金额
           05  SA-CFT-DEP-LOG-NO           PIC X(24).
           05  SA-CFT-DEP-DET-NO-N         PIC 9(07).
           05  SA-CFT-DEP-TX-DT            PIC X(08).
           05  SA-CFT-DEP-AMT              PIC S9(16)V9(2) COMP-3.
           05  SA-CFT-CURR-COD             PIC X(03).
           05  SA-CFT-DENOM-VAL            PIC 9(05)V9(2).
           05  SA-CFT-SERIAL-NO            PIC X(20).
      *    券别版别(如2015版),可空
           05  SA-CFT-NOTE-VER             PIC X(04).
      *    1-伪造币 2-变造币
           05  SA-CFT-KIND                 PIC X(01).
      *    持有人(存款人/代理人)身份:取原存入明细代理人信息,
      *    原明细未登记时柜面补录
           05  SA-CFT-HLD-CERT-TYP         PIC X(04).
           05  SA-CFT-HLD-CERT-ID          PIC X(32).
           05  SA-CFT-HLD-NAME             PIC X(120).
           05  SA-CFT-HLD-TEL              PIC X(20).
           05  SA-CFT-TX-DT                PIC X(08).
           05  SA-CFT-OPR-NO               PIC X(12).
      *    收缴须两名业务人员在场:复核柜员必输且不得与经办同人
           05  SA-CFT-CHK-OPR-NO           PIC X(12).
           05  SA-CFT-OPUN-COD             PIC X(09).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
           05  SA-CFT-FILLER               PIC X(20).
