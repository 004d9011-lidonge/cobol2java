          COPY                         SAACNAMT.
       01 SAACNTXN.
          COPY                         SAACNTXN.
       01 SANTFSUB.
          COPY                         SANTFSUB.
       01 SANTFQUE.
          COPY                         SANTFQUE.
       01 SAFLTDTL.
          COPY                         SAFLTDTL.
       01  PCSAPRD2.
                                   SAACNTXN
                                   AIF-AREA
             PERFORM 9900-CHECK-DBI-RTN
             MOVE SA-FLT-ACCT-NO       TO SA-NTQ-ACCT-NO
             PERFORM 9807-INSERT-NTF-RTN
             COMPUTE SA-DET-ITEM-N OF SAACNACN =
                     SA-DET-ITEM-N OF SAACNACN + 1
             COMPUTE SA-ACC-UNPRINT-NO OF SAACNACN =
           MOVE WK-ACTION              TO RPT-ACTION.
           WRITE RPT-LINE              FROM RPT-DETAIL.

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
             MOVE 'KSARFLT1'           TO SA-NTQ-SRC-PGM
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
