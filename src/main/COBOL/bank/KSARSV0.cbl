      * INPUT..............: PKSARSV0                                *
      * OUTPUT.............: PKSARSV0                                *
      * MESSAGE CODE.......: EN048,EN297,EN317,EN318,END43           *
      *                      EN428,EN429                             *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSARSVD   SACSHRSV       R/I/U                               *
      * BSAACND   SAACNACN       R                                   *
      * BSAAUTHQ  SAAUTHQUE      R/U                                 *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
          COPY                         SAACNACN.
       01 SACSHRSV.
          COPY                         SACSHRSV.
       01 SAAUTHQUE.
          COPY                         SAAUTHQUE.
       01  PKSAAOP0.
           COPY                        PKSAAOP0.
       01  WK-AREA.
           05  WK-ACCT-NO              PIC X(32).
           05  WK-SYS-BRANCH-STD       PIC X(9).
           05  WK-SYS-TELLER-ID        PIC X(12).
           05  WK-NEW-SEQ              PIC 9(05).
           05  WK-IX                   PIC 9(02).
      *    远程授权队列批准件命中标志与序号
           05  WK-AQ-APPR-FLG          PIC X(01).
               88  WK-AQ-APPROVED                VALUE 'Y'.
           05  WK-AQ-SEQ-N             PIC 9(07).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
             MOVE 'EN048'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF SYS-LCH-CHANNEL-FLAG = C-CM-CHANNEL-TLR
           THEN
             PERFORM 4100-CHECK-AOP-RTN
           END-IF.
           PERFORM 4010-NEXT-SEQ-RTN.
           INITIALIZE                  SACSHRSV.
           MOVE I-ACCT-NO OF PKSARSV0  TO SA-RSV-ACCT-NO.
             MOVE '0'                  TO DBI-CMD-CODE(1 , 1)
           END-IF.

      *    授权经办人核验:账户登记有经办人的,临柜预约人须可办
      *    大额现金预约且预约金额不超单笔限额;未授权/超限无临柜
      *    主管时凭远程授权批准件放行
       4100-CHECK-AOP-RTN.
           INITIALIZE                  PKSAAOP0.
           MOVE '4'                    TO I-FUN-CODE OF PKSAAOP0.
           MOVE I-ACCT-NO OF PKSARSV0  TO I-ACCT-NO OF PKSAAOP0.
           MOVE I-AGT-CER-TYP OF PKSARSV0
                                       TO I-AGT-CERT-TYP OF PKSAAOP0.
           MOVE I-AGT-CER-ID OF PKSARSV0
                                       TO I-AGT-CERT-ID OF PKSAAOP0.
           MOVE '3'                    TO I-TX-KIND OF PKSAAOP0.
           MOVE I-RSV-AMT OF PKSARSV0  TO I-AMT OF PKSAAOP0.
           CALL 'GSYSTRIG'             USING APA-AREA
                                             PKSAAOP0
                                       CONTENT 'KSAAOP0 '.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF O-RTRN-CODE OF PKSAAOP0 NOT = SPACES
           THEN
             MOVE O-RTRN-CODE OF PKSAAOP0
                                       TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF O-VRF-RSLT OF PKSAAOP0 NOT = '0' AND
              SYS-SPV-A = SPACES AND
              SYS-SPV-B = SPACES
           THEN
             PERFORM 9770-CHECK-AUTHQUE-RTN
             IF NOT WK-AQ-APPROVED
             THEN
               IF O-VRF-RSLT OF PKSAAOP0 = '1'
               THEN
                 MOVE 'EN428'          TO AIF-MSG-CODE
      *          MOVE '经办人未获账户授权' TO AIF-MSG-TEXT
                 PERFORM 9999-MESSAGE-HANDLE-RTN
               ELSE
                 MOVE 'EN429'          TO AIF-MSG-CODE
      *          MOVE '超经办人授权限额' TO AIF-MSG-TEXT
                 PERFORM 9999-MESSAGE-HANDLE-RTN
               END-IF
             END-IF
           END-IF.

      *    撤销:仅已登记未使用可撤
       4500-CANCEL-RTN.
           INITIALIZE                  PDBIMAIN.
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    远程授权队列核对:该账号当日同交易码已批准件命中
      *    即放行并置已使用(一次有效),替代主管临柜
       9770-CHECK-AUTHQUE-RTN.
           MOVE SPACES                 TO WK-AQ-APPR-FLG.
           MOVE ZEROS                  TO WK-AQ-SEQ-N.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAAUTHQUE.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAAUTHQ'             TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAAUTHQUE'            TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSARSV0  TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(1 , 1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           PERFORM 9771-AUTHQUE-LOOP-RTN
                   UNTIL DBI-DB-STATUS = FT-RTRN-NOTFOUND.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAAUTHQUE
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF WK-AQ-APPROVED
           THEN
             PERFORM 9772-USE-AUTHQUE-RTN
           END-IF.

       9771-AUTHQUE-LOOP-RTN.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAAUTHQUE
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
           THEN
             IF SA-AQ-STS = '1' AND
                SA-AQ-BUSN-DT = SYS-BUSN-DT AND
                SA-AQ-TX-CODE = SYS-APP-TX-CODE
             THEN
               SET WK-AQ-APPROVED      TO TRUE
               MOVE SA-AQ-SEQ-N        TO WK-AQ-SEQ-N
             END-IF
             MOVE '0'                  TO DBI-CMD-CODE(1 , 1)
           END-IF.

       9772-USE-AUTHQUE-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAAUTHQUE.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAAUTHQ'             TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SAAUTHQUE'            TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSARSV0  TO DBI-KEY-VALUE1(1).
           MOVE WK-AQ-SEQ-N            TO DBI-KEY-VALUE1(2).
           MOVE 'SAAUTHQUE'            TO DBI-SEGMENT-NAME(2).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAAUTHQUE
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
           THEN
             MOVE '4'                  TO SA-AQ-STS
             MOVE SYS-TX-LOG-NO        TO SA-AQ-USE-TX-LOG
             INITIALIZE                PDBIMAIN
             MOVE 'BSAAUTHQ'           TO DBI-DB-NAME
             MOVE FT-REPL              TO DBI-FT-NAME
             CALL 'GDBIMAIN' USING PDBIMAIN
                                   SAAUTHQUE
                                   AIF-AREA
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

       9736-CALL-CMSGLOG-RTN.
           INITIALIZE                  PCMSGLOG.
           MOVE AIF-MSG-CODE           TO I-MSG-CODE   OF PCMSGLOG.
