      ****************************************************************
      * COPYBOOK NAME......: PKSABOW0                                *
      * 受益所有人登记维护KB参数区                                    *
      ****************************************************************
      *    1-登记/变更(整组覆盖) 2-复核确认无变化 3-查询
           05  I-FUN-CODE              PIC X(01).
           05  I-CUST-NO               PIC X(20).
           05  I-BOW-GRP               OCCURS 5.
               10  I-BOW-NAME          PIC X(120).
               10  I-BOW-CERT-TYP      PIC X(04).
               10  I-BOW-CERT-ID       PIC X(32).
               10  I-BOW-OWN-PCT       PIC 9(03)V9(02).
      *        1-直接或间接持股 2-其他方式控制 3-高级管理人员
               10  I-BOW-CTL-TYP       PIC X(01).
               10  I-BOW-CERT-EXP-DT   PIC X(08).
           05  O-RTRN-CODE             PIC X(05).
           05  O-BOW-CNT               PIC 9(02).
           05  O-BOW-GRP               OCCURS 5.
               10  O-BOW-NAME          PIC X(120).
               10  O-BOW-CERT-TYP      PIC X(04).
               10  O-BOW-CERT-ID       PIC X(32).
               10  O-BOW-OWN-PCT       PIC 9(03)V9(02).
               10  O-BOW-CTL-TYP       PIC X(01).
               10  O-BOW-CERT-EXP-DT   PIC X(08).
           05  O-RVW-STS               PIC X(01).
           05  O-REG-DT                PIC X(08).
           05  O-UPD-DT                PIC X(08).
           05  O-OPR-NO                PIC X(12).
