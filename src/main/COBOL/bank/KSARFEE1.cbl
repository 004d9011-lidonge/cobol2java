      *                      PD-LOW-BAL-FEE-AMT计费;TRIAL模式只出     *
      *                      试算清单供网点复核,POST模式实际借记      *
      *                      SAACNTXN(专用摘要码)并更新余额;          *
      *                      SA-FEE-WAIVE-FLG豁免户跳过;POST模式      *
      *                      计费同时登记开票登记簿(SAINVREG);        *
      *                      计费明细带批量流水号供退费定位           *
      * KB/CF TO BE CALLED: CPDPSA0                                  *
      * INPUT..............: FEECTLIN(模式卡)                        *
      * OUTPUT.............: FEEASSRP                                *
      * BSAACND   SAACNACN       R/U (POST)                          *
      * BSAACND   SAACNAMT       R/U (POST)                          *
      * BSAACND   SAACNTXN       I   (POST)                          *
      * BSAINVD   SAINVREG       I   (POST)                          *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
          COPY                         SAACNAMT.
       01 SAACNTXN.
          COPY                         SAACNTXN.
       01 SANTFSUB.
          COPY                         SANTFSUB.
       01 SANTFQUE.
          COPY                         SANTFQUE.
       01 SAINVREG.
          COPY                         SAINVREG.
       01  PCPDPSA0.
           COPY                        PCPDPSA0.
           COPY                        APPAREA.
           05  WK-FEE-CNT              PIC 9(7)  VALUE ZEROS.
           05  WK-FEE-TOT              PIC S9(16)V9(2) COMP-3
                                                 VALUE ZEROS.
      *    批量计费流水号:程序名+营业日+笔次,供退费按流水定位
           05  WK-FEE-LOG-NO.
               10  FILLER              PIC X(08) VALUE 'KSARFEE1'.
               10  WK-FEE-LOG-DT       PIC X(08).
               10  WK-FEE-LOG-SEQ      PIC 9(08).
           05  WK-ACN-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-ACN-EOF                    VALUE 'Y'.
           05  WK-AMT-EOF-FLG          PIC X(01) VALUE 'N'.
           COMPUTE SA-DDP-ACCT-BAL OF SAACNTXN =
                   SA-ACCT-BAL OF SAACNAMT - WK-FEE-AMT.
           MOVE C-SVC-FEE OF MEMCONST  TO SA-DSCRP-COD OF SAACNTXN.
           MOVE WK-BUSN-DT             TO WK-FEE-LOG-DT.
           MOVE WK-FEE-CNT             TO WK-FEE-LOG-SEQ.
           MOVE WK-FEE-LOG-NO          TO SA-TX-LOG-NO OF SAACNTXN.
           MOVE WK-BUSN-DT             TO SA-TX-DT     OF SAACNTXN.
           MOVE WK-BUSN-DT             TO SA-VAL-DT    OF SAACNTXN.
           MOVE WK-BUSN-DT             TO SA-SYS-DT    OF SAACNTXN.
                                       SAACNTXN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           MOVE SA-ACCT-NO OF SAACNACN TO SA-NTQ-ACCT-NO.
           PERFORM 9807-INSERT-NTF-RTN.
      *    余额扣减,当前币别段持有状态下REPL
           COMPUTE SA-ACCT-BAL OF SAACNAMT =
                   SA-ACCT-BAL OF SAACNAMT - WK-FEE-AMT.
                                       SAACNACN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           PERFORM 5100-REG-INV-RTN.

      *    开票登记:回写后的明细数即本笔收费明细号
       5100-REG-INV-RTN.
           INITIALIZE                  SAINVREG.
           MOVE SA-ACCT-NO OF SAACNACN TO SA-IVR-ACCT-NO.
           MOVE SA-DET-ITEM-N OF SAACNACN
                                       TO SA-IVR-DET-NO-N.
           MOVE SA-CURR-COD OF SAACNAMT
                                       TO SA-IVR-CURR-COD.
           MOVE SA-CURR-IDEN OF SAACNAMT
                                       TO SA-IVR-CURR-IDEN.
           MOVE WK-BUSN-DT             TO SA-IVR-FEE-DT.
           MOVE 'LOWBAL'               TO SA-IVR-SVC-COD.
           MOVE '2'                    TO SA-IVR-SRC.
           MOVE WK-FEE-AMT             TO SA-IVR-FEE-AMT.
           MOVE SA-CUST-NO OF SAACNACN TO SA-IVR-CUST-NO.
           MOVE SA-OPAC-INSTN-NO OF SAACNACN
                                       TO SA-IVR-BRANCH-STD.
           MOVE '0'                    TO SA-IVR-STS.
           MOVE SA-LEGAL-PERSON-ID OF SAACNACN
                                       TO SA-LEGAL-PERSON-ID
                                          OF SAINVREG.
           MOVE SA-DB-PARTITION-ID OF SAACNACN
                                       TO SA-DB-PARTITION-ID
                                          OF SAINVREG.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAINVD'              TO DBI-DB-NAME.
           MOVE FT-ISRT                TO DBI-FT-NAME.
           MOVE 'SAINVREG'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN'       USING PDBIMAIN
                                       SAINVREG
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

       6010-WRITE-DETAIL-RTN.
           MOVE SPACES                 TO RPT-DETAIL.
           CLOSE                        CTL-FILE
                                        RPT-FILE.

      *    动账通知:本笔明细按账号+明细号组队列记录(账号由调用
      *    处先置SA-NTQ-ACCT-NO),订阅判断与入队在9808
       9807-INSERT-NTF-RTN.
           MOVE SA-DDP-ACCT-NO-DET-N OF SAACNTXN
                                       TO SA-NTQ-DET-NO-N.
           MOVE SA-CURR-COD OF SAACNTXN
                                       TO SA-NTQ-CURR-COD.
           MOVE SA-CURR-IDEN OF SAACNTXN
                                       TO SA-NTQ-CURR-IDEN.
           MOVE SA-TX-DT OF SAACNTXN
                                       TO SA-NTQ-TX-DT.
           MOVE SA-TX-TM OF SAACNTXN
                                       TO SA-NTQ-TX-TM.
           MOVE SA-DR-AMT OF SAACNTXN
                                       TO SA-NTQ-DR-AMT.
           MOVE SA-CR-AMT OF SAACNTXN
                                       TO SA-NTQ-CR-AMT.
           MOVE SA-DDP-ACCT-BAL OF SAACNTXN
                                       TO SA-NTQ-BAL.
           MOVE SA-DSCRP-COD OF SAACNTXN
                                       TO SA-NTQ-DSCRP-COD.
           MOVE SA-RMRK OF SAACNTXN
                                       TO SA-NTQ-RMRK.
           MOVE SA-EC-FLG OF SAACNTXN
                                       TO SA-NTQ-EC-FLG.
           MOVE SA-OP-CUST-NAME OF SAACNTXN
                                       TO SA-NTQ-OP-CUST-NAME.
           MOVE SA-TX-LOG-NO OF SAACNTXN
                                       TO SA-NTQ-TX-LOG-NO.
           MOVE SA-LEGAL-PERSON-ID OF SAACNTXN
                                       TO SA-LEGAL-PERSON-ID
                                          OF SANTFQUE.
           MOVE SA-DB-PARTITION-ID OF SAACNTXN
                                       TO SA-DB-PARTITION-ID
                                          OF SANTFQUE.
           MOVE SPACES                 TO SA-NTQ-FILLER.
           PERFORM 9808-PUT-NTF-RTN.

      *    账户有有效订阅才入队;渠道/方向/起通知金额由
      *    KSARNTF1发送时逐渠道判断
       9808-PUT-NTF-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SANTFSUB.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSANTSD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SANTFSUB'             TO DBI-SEGMENT-NAME(1).
           MOVE SA-NTQ-ACCT-NO         TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SANTFSUB
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND AND
              SA-NTS-STS = '0'
           THEN
             MOVE 'KSARFEE1'           TO SA-NTQ-SRC-PGM
             INITIALIZE                PDBIMAIN
             MOVE 'BSANTQD'            TO DBI-DB-NAME
             MOVE FT-ISRT              TO DBI-FT-NAME
             MOVE 'SANTFQUE'           TO DBI-SEGMENT-NAME(1)
             CALL 'GDBIMAIN' USING     PDBIMAIN
                                       SANTFQUE
                                       AIF-AREA
             PERFORM 9900-CHECK-DBI-RTN
           END-IF.

       9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = SPACES AND
              DBI-DB-STATUS NOT = DBI-NORMAL-STATUS(1)
