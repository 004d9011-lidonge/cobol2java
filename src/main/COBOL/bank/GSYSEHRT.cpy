      * COPYBOOK NAME......: GSYSEHRT                                *
      * 系统消息统一处理:E类中止并回滚,W/F/I类登记后返回继续;        *
      * AIF-ERR-TRAP-FLG打开时(批量逐笔容错)E类仅回滚本笔,            *
      * 消息码保留在AIF-MSG-CODE随调用链返回发起程序;                 *
      * 处理前先经KSAMSC1按消息目录取中英文文本、级别及授权级别       *
      ****************************************************************
           IF AIF-MSG-CODE NOT = SPACES
           THEN
             CALL 'KSAMSC1' USING      AIF-AREA
                                       SYS-AREA
             CALL 'GSYSEHDL' USING     AIF-AREA
                                       SYS-AREA
           END-IF.
