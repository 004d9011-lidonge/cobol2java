      * DESCRIPTION........: MAINTAIN ENTERPRISE SA ACCT ATTRIBUTES  *
      *                      开户后账户名称/支取方式/联系电话/        *
      *                      账户用途等非金融属性维护,前后镜像登记    *
      *                      收费豁免标志变更须双人复核              *
      * KB/CF TO BE CALLED: CSACHK0                                  *
      *                      CMNTLOG                                 *
      * INPUT..............: PKSAMNT0                                *
      * OUTPUT.............: PKSAMNT0                                *
      * MESSAGE CODE.......: AN023,EN013,EN048,EN297,EN313,END43     *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
              I-CUST-TEL OF PKSAMNT0 = SPACES AND
              I-ACCT-USE-COD OF PKSAMNT0 = SPACES AND
              I-RVW-DONE-FLG OF PKSAMNT0 NOT = C-CM-FLAG-YES AND
              I-STMT-DLV-PREF OF PKSAMNT0 = SPACES AND
              I-FEE-WAIVE-FLG OF PKSAMNT0 = SPACES
           THEN
             MOVE 'EN313'              TO AIF-MSG-CODE
      *      MOVE '无变更项'           TO AIF-MSG-TEXT
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
           END-IF.
      *    收费豁免涉及收入减免,须复核柜员且不得与经办同人
           IF I-FEE-WAIVE-FLG OF PKSAMNT0 NOT = SPACES
           THEN
             IF I-FEE-WAIVE-FLG OF PKSAMNT0 NOT = C-CM-FLAG-YES AND
                I-FEE-WAIVE-FLG OF PKSAMNT0 NOT = C-CM-FLAG-NO
             THEN
               MOVE 'EN313'            TO AIF-MSG-CODE
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
             IF I-CHK-TELLER-ID OF PKSAMNT0 = SPACES OR
                I-CHK-TELLER-ID OF PKSAMNT0 = WK-SYS-TELLER-ID
             THEN
               MOVE 'AN023'            TO AIF-MSG-CODE
      *        MOVE '收费豁免须双人复核' TO AIF-MSG-TEXT
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
           END-IF.
           MOVE I-ACCT-NO OF PKSAMNT0  TO WK-ACCT-NO.
           PERFORM 9711-CALL-CSACHK0-RTN.
           IF O-ACCT-FLG OF PCSACHK0 NOT = C-CM-FLAG-TRUE
               ADD 1                   TO WK-UPD-CNT
             END-IF
           END-IF.
      *    收费豁免标志变更,前后镜像留痕;空白视同未豁免
           IF I-FEE-WAIVE-FLG OF PKSAMNT0 NOT = SPACES AND
              ( I-FEE-WAIVE-FLG OF PKSAMNT0 NOT =
                                 SA-FEE-WAIVE-FLG OF OSAACNACN )
           THEN
             IF I-FEE-WAIVE-FLG OF PKSAMNT0 = C-CM-FLAG-NO AND
                SA-FEE-WAIVE-FLG OF OSAACNACN = SPACES
             THEN
               CONTINUE
             ELSE
               MOVE 'FEE-WAIVE-FLG'    TO I-FIELD-NAME OF PCMNTLOG
               MOVE SA-FEE-WAIVE-FLG OF OSAACNACN
                                       TO I-BEF-VALUE  OF PCMNTLOG
               MOVE I-FEE-WAIVE-FLG OF PKSAMNT0
                                       TO I-AFT-VALUE  OF PCMNTLOG
               PERFORM 9730-CALL-CMNTLOG-RTN
               MOVE I-FEE-WAIVE-FLG OF PKSAMNT0
                                       TO SA-FEE-WAIVE-FLG
                                          OF SAACNACN
               ADD 1                   TO WK-UPD-CNT
             END-IF
           END-IF.
      *    年检办结:状态清空,下次年检日自办结日顺延一年,
      *    前后镜像留痕,KSARRVW1次日起按新日期重新老化
           IF I-RVW-DONE-FLG OF PKSAMNT0 = C-CM-FLAG-YES
