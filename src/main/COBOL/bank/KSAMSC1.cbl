      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSAMSC1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSAMSC1                                 *
      * DESCRIPTION........: MESSAGE CATALOG RESOLVE                 *
      *                      消息目录取文本:GSYSEHRT在消息统一处理前 *
      *                      调用,按AIF-MSG-CODE读消息目录,在用的以 *
      *                      目录中文文本覆盖AIF-MSG-TEXT(目录中文   *
      *                      空白保留程序所置文本),并带回英文文本、 *
      *                      级别及越过所需授权级别;目录未登记或停   *
      *                      用的保留程序所置文本.本程序不改消息码,  *
      *                      读目录出错亦不影响原消息处理            *
      * KB/CF TO BE CALLED: (无)                                     *
      * INPUT..............: AIF-AREA SYS-AREA                       *
      * OUTPUT.............: AIF-AREA                                *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAMSGD   SAMSGCAT       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
      ****************************************************************
       DATA DIVISION.
      ****************************************************************
       WORKING-STORAGE SECTION.
      ****************************************************************
       01  FILLER                      PIC X(24)
                                       VALUE '/// WK-AREA KSAMSC1 ///'.
       01 PDBIMAIN.
          COPY                         PDBIMAIN.
       01 DBI-FTCALL.
          COPY                         FTCALL.
       01 DBI-RTRN.
          COPY                         FTRTRN.
       01 SAMSGCAT.
          COPY                         SAMSGCAT.
       01  WK-AREA.
           05  WK-MSG-CODE             PIC X(05).
           05  WK-MSG-TEXT             PIC X(78).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
      ****************************************************************
       PROCEDURE DIVISION USING AIF-AREA,
                                SYS-AREA.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           MOVE AIF-MSG-CODE           TO WK-MSG-CODE.
           MOVE AIF-MSG-TEXT           TO WK-MSG-TEXT.
           MOVE SPACES                 TO AIF-MSG-TEXT-EN
                                          AIF-MSG-SEV
                                          AIF-MSG-OVRD-LVL.
           IF WK-MSG-CODE NOT = SPACES
           THEN
             PERFORM 1000-GET-SAMSGCAT-RTN
           END-IF.
           GOBACK.

      *    读目录只认未找到为正常,其余状态视同未登记;读后恢复原
      *    消息码,不让读目录的结果顶替原消息
       1000-GET-SAMSGCAT-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAMSGCAT.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAMSGD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAMSGCAT'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-MSG-CODE            TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAMSGCAT
                                 AIF-AREA.
           MOVE WK-MSG-CODE            TO AIF-MSG-CODE.
           MOVE WK-MSG-TEXT            TO AIF-MSG-TEXT.
           IF DBI-DB-STATUS = SPACES AND
              SA-MSC-MSG-CODE = WK-MSG-CODE AND
              SA-MSC-STS = '0'
           THEN
             IF SA-MSC-TXT-CN NOT = SPACES
             THEN
               MOVE SA-MSC-TXT-CN      TO AIF-MSG-TEXT
             END-IF
             MOVE SA-MSC-TXT-EN        TO AIF-MSG-TEXT-EN
             MOVE SA-MSC-SEV           TO AIF-MSG-SEV
             MOVE SA-MSC-OVRD-LVL      TO AIF-MSG-OVRD-LVL
           END-IF.
