           05  C-INT-PAYOUT            PIC X(04) VALUE '0303'.
      *    非居民利息所得代扣税款
           05  C-TAX-WHT               PIC X(04) VALUE '0304'.
      *    集团名义资金池利息分配:总公司(借)/成员(贷)
           05  C-INT-POOL              PIC X(04) VALUE '0305'.
           05  C-CLS-PAY               PIC X(04) VALUE '0302'.
           05  C-PDM-CONV              PIC X(04) VALUE '0902'.
           05  C-SVC-FEE               PIC X(04) VALUE '0701'.
           05  C-BST-IN                PIC X(04) VALUE '0906'.
      *    集团资金池向下补足划款(母->子)
           05  C-POOL-FUND             PIC X(04) VALUE '0907'.
      *    跨行汇款:汇出(借)/清算中心退汇或拒绝贷记回(贷)
           05  C-OPY-OUT               PIC X(04) VALUE '0908'.
           05  C-OPY-RTN               PIC X(04) VALUE '0909'.
      *    跨行汇入入账(自动入账与挂账解挂入账同一摘要)
           05  C-IRM-DEP               PIC X(04) VALUE '0910'.
      *    本票/银行汇票:签发(借)/兑付(贷持票人)/撤销退款(贷回)
           05  C-DFT-ISU               PIC X(04) VALUE '0911'.
           05  C-DFT-PAY               PIC X(04) VALUE '0912'.
           05  C-DFT-RFD               PIC X(04) VALUE '0913'.
      *    预约/周期定额转账
           05  C-STO-TRF               PIC X(04) VALUE '0914'.
      *    本户结售汇:卖出币种段(借)/买入币种段(贷)
           05  C-FXE-DR                PIC X(04) VALUE '0915'.
           05  C-FXE-CR                PIC X(04) VALUE '0916'.
      *    服务费退费贷记(与原服务费借记0701经退费登记簿关联)
           05  C-FEE-RFD               PIC X(04) VALUE '0917'.
      *    年终调整期上年会计日期入账(借贷同码,明细带会计日期)
           05  C-YE-ADJ                PIC X(04) VALUE '0918'.
           05  C-MEM-0201              PIC X(04) VALUE '0201'.
           05  C-MEM-1126              PIC X(04) VALUE '1126'.
           05  C-MEM-SA-6000           PIC X(04) VALUE '6000'.
