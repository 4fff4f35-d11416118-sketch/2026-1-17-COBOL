      *> 舊訂單/沒開票的單是空白。
           05  R-TIME      PIC X(6).
      *> [欄位] 交易時間 (HHMMSS)，舊訂單是空白。
           05  R-PLATNO    PIC X(16).
      *> [欄位] 外送平台訂單編號 (付款方式 F/U 才有)，其他訂單是空白。

       FD  ARCHLIST-FILE.
       01  ARCHLIST-LINE   PIC X(20).

       TALLY-ORDER.
      *> === 任務：把這一筆訂單加進它那支電話的彙總格 ===
      *> [篩選] 有指定月份的話，不是那個月的訂單整筆跳過；
      *> 外送平台單 (R-PAY="F"/"U") 沒有會員電話，不佔彙總表的格子
           IF R-PAY = "F" OR R-PAY = "U"
               EXIT PARAGRAPH
           END-IF.
           IF WS-MONTH = 0 OR R-DATE(1:6) = WS-MONTH-ARG
               MOVE 0 TO ORD-DISC
               IF R-DISC IS NUMERIC
