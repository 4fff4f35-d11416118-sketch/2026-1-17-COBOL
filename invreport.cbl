      *> [欄位] 統一發票號碼；退款記被作廢的原發票號碼。
           05  R-TIME      PIC X(6).
      *> [欄位] 交易時間 (HHMMSS)，舊訂單是空白。
           05  R-PLATNO    PIC X(16).
      *> [欄位] 外送平台訂單編號 (付款方式 F/U 才有)，其他訂單是空白。

       FD  INVRPT-FILE.
       01  INVRPT-LINE     PIC X(80).
