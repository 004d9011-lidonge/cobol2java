      * ---------------------------------------------                *
      * BSAACND   SAACNACN       R                                   *
      * BSAACND   SAACNTXN       R                                   *
      * BSADSPD   SADSPREG       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
          COPY                         SAACNTXN.
       01 SAHISTXN.
          COPY                         SAHISTXN.
       01 SADSPREG.
          COPY                         SADSPREG.
       01  WK-AREA.
           05  WK-ROW-IX               PIC 9(02).
           05  WK-TXN-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-LOGNO-HIT                  VALUE 'Y'.
           05  WK-START-DET-NO         PIC 9(07).
           05  WK-ACCT-NO              PIC X(32).
           05  WK-DSP-IX               PIC 9(02).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
             PERFORM 4030-CLOSE-TXN-RTN
           END-IF.
           MOVE WK-ROW-IX              TO O-ROW-CNT OF PKSAQTX0.
      *    明细读尽后再逐行查争议登记,不扰动明细顺序读位置
           MOVE ZEROS                  TO WK-DSP-IX.
           PERFORM 4060-SET-DSP-FLG-RTN
                   UNTIL WK-DSP-IX NOT < WK-ROW-IX.
      *    按流水号定位模式:未找到原交易明细
           IF I-TX-LOG-NO OF PKSAQTX0 NOT = SPACES AND
              NOT WK-LOGNO-HIT
           MOVE SA-DDP-ACCT-NO-DET-N OF SAACNTXN
                          TO O-NEXT-DET-NO  OF PKSAQTX0.

      *    争议标志:空-无 1-未结 2-已结案
       4060-SET-DSP-FLG-RTN.
           ADD 1                       TO WK-DSP-IX.
           MOVE SPACES    TO O-DSP-FLG      OF PKSAQTX0(WK-DSP-IX).
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SADSPREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSADSPD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SADSPREG'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSAQTX0  TO DBI-KEY-VALUE1(1).
           MOVE 'SADSPREG'             TO DBI-SEGMENT-NAME(2).
           MOVE O-DET-ITEM-N OF PKSAQTX0(WK-DSP-IX)
                                       TO DBI-KEY-VALUE1(2).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SADSPREG
                                       AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
           THEN
             IF SA-DSP-STS = '2'
             THEN
               MOVE '2'   TO O-DSP-FLG      OF PKSAQTX0(WK-DSP-IX)
             ELSE
               MOVE '1'   TO O-DSP-FLG      OF PKSAQTX0(WK-DSP-IX)
             END-IF
           END-IF.

      *    历史库续查:布局与在线一致,借同一过滤/搬行逻辑
       4500-OPEN-HIS-RTN.
           INITIALIZE                  PDBIMAIN.
