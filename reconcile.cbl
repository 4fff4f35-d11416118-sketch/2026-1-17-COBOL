      *> 舊訂單/沒開票的單是空白。
           05  R-TIME      PIC X(6).
      *> [欄位] 交易時間 (HHMMSS)，舊訂單是空白。
           05  R-PLATNO    PIC X(16).
      *> [欄位] 外送平台訂單編號 (付款方式 F/U 才有)，其他訂單是空白。

       FD  ARCHLIST-FILE.
       01  ARCHLIST-LINE   PIC X(20).
       COUNT-ONE-ORDER-FILE.
      *> === 任務：把 ORDER-FILENAME 這支檔的每一筆銷售數進 PHONE-TABLE ===
      *> [規則] 退款 (R-TYPE="R") 不算消費次數，跟賣的時候一樣。
      *> 外送平台單 (R-PAY="F"/"U") 的客人不是會員，賣的時候就沒記次數，
      *> 這裡也不算。
           MOVE "N" TO ORDER-EOF.
           OPEN INPUT ORDER-FILE.
           IF WS-ORDER-STATUS = "00"
                           MOVE "Y" TO ORDER-EOF
                       NOT AT END
                           IF R-TYPE NOT = "R"
                               AND R-PAY NOT = "F" AND R-PAY NOT = "U"
                               PERFORM TALLY-ONE-SALE
                           END-IF
                   END-READ
