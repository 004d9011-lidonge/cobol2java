           05  TFT-SELF-CERT-FLG      PIC X(01).
      *    凭印鉴支取时开户登记的印鉴卡影像索引键
           05  TFT-SEAL-IMG-KEY        PIC X(32).
      *    开户首笔客户经理归属(分成100%),机构空取开户机构
           05  TFT-OFFCR-NO            PIC X(12).
           05  TFT-OFFCR-BRANCH-STD    PIC X(09).
      *    受益所有人(对公):最多五人,与KSABOW0登记项一致
           05  TFT-BOW-GRP             OCCURS 5.
               10  TFT-BOW-NAME        PIC X(120).
               10  TFT-BOW-CERT-TYP    PIC X(04).
               10  TFT-BOW-CERT-ID     PIC X(32).
               10  TFT-BOW-OWN-PCT     PIC 9(03)V9(02).
               10  TFT-BOW-CTL-TYP     PIC X(01).
               10  TFT-BOW-CERT-EXP-DT PIC X(08).
      *    开户资料影像索引:下标为资料类别(1-营业执照 2-印鉴卡
      *    3-授权委托书 4-代理人身份证件 5-开户人身份证件 6-8-其他)
           05  TFT-IMG-GRP             OCCURS 8.
               10  TFT-IMG-DOC-ID      PIC X(32).
               10  TFT-IMG-SCAN-DT     PIC X(08).
               10  TFT-IMG-SCAN-TLR    PIC X(12).
      *    法定代表人(单位负责人):开户回访对象
           05  TFT-LGL-REP-NAME        PIC X(40).
           05  TFT-LGL-REP-CERT-TYP    PIC X(04).
           05  TFT-LGL-REP-CERT-ID     PIC X(32).
      *    网银预约编号:非空即调入预审通过的预约资料,柜员录入项
      *    优先,开户成功回填预约登记簿
           05  TFT-APT-REF-NO          PIC X(20).
           05  TFT-FILLER              PIC X(03).
