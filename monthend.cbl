      *> 舊訂單/沒開票的單是空白。
           05  R-TIME      PIC X(6).
      *> [欄位] 交易時間 (HHMMSS)，舊訂單是空白。
           05  R-PLATNO    PIC X(16).
      *> [欄位] 外送平台訂單編號 (付款方式 F/U 才有)，其他訂單是空白。

       FD  SUMMARY-FILE.
       01  SUMMARY-RECORD.
      *> [欄位] 這一天這個品項的淨營收 (銷售減退款)。

       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE    PIC X(127).
      *> [設定] 原始訂單一行照抄，寬度跟 ORDER-RECORD 一樣。

       FD  KEEP-FILE.
       01  KEEP-LINE       PIC X(127).
      *> [設定] 留下來的訂單一行照抄，寬度跟 ORDER-RECORD 一樣。

       WORKING-STORAGE SECTION.
      *> [防呆] 還沒過完的月份不能收，收了今天之後的新單就對不上帳了
           IF WS-MONTH-ARG = WS-TODAY(1:6)
               DISPLAY "⚠️ " WS-MONTH-ARG " 還沒過完，不能收月"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ORDER-FILE.
           IF WS-ORDER-STATUS NOT = "00"
               DISPLAY "⚠️ 找不到 orders.txt，沒有訂單可以收"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           IF RETURN-CODE NOT = 0
               DISPLAY "⚠️ 換檔失敗 (RETURN-CODE=" RETURN-CODE
                       ")，orders.txt 沒有動，留用檔在 orders.keep.txt"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "==============================".
