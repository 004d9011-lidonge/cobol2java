      ****************************************************************
      * COPYBOOK NAME......: SAVRFINS                                *
      * 账户核验接入机构段(BSAVRFD根段):支付机构/合作方接入登记,   *
      * 当日核验次数按日限额控制                                      *
      ****************************************************************
           05  SA-VRI-INST-ID              PIC X(12).
           05  SA-VRI-INST-NAME            PIC X(60).
      *    0-正常 1-暂停
           05  SA-VRI-STS                  PIC X(01).
      *    日限额(次),为零取C-SA-VRF-DAY-LMT
           05  SA-VRI-DAY-LMT              PIC 9(07).
      *    当日计数及计数日期,跨日首笔归零重计
           05  SA-VRI-CNT-DT               PIC X(08).
           05  SA-VRI-DAY-CNT              PIC 9(07).
           05  SA-VRI-REG-DT               PIC X(08).
           05  SA-VRI-UPD-DT               PIC X(08).
           05  SA-VRI-UPD-TLR              PIC X(12).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
           05  SA-VRI-FILLER               PIC X(20).
