           05  R-TIME      PIC X(6).
      *> [欄位] 交易時間 (HHMMSS)。舊訂單沒有這一欄，讀進來會是
      *> 空白，時段統計就不算它 (跟 R-TYPE/R-PAY 空白同一套處理)。
           05  R-PLATNO    PIC X(16).
      *> [欄位] 外送平台訂單編號 (付款方式 F/U 才有)，其他訂單是空白。

       FD  REPORT-FILE.*>REPORT-FILE代號對應到真實的 report.txt
       01  REPORT-LINE     PIC X(50).*>用來定義報表中每一行要印什麼
      *> [設定] 報表檔每一行最多 50 個字。

       FD  EXCEPTION-FILE.*>EXCEPTION-FILE代號對應到真實的 exceptions.txt
       01  EXCEPTION-LINE  PIC X(260).
      *> [設定] 異常明細每一行的長度。欄位要齊全到能重建整筆訂單，
      *> EXC-WORKOFF 改好後才有辦法補回 orders.txt。

           05  CK-HREV     PIC 9(8).
      *> [欄位] "T" 記錄專用：那個小時累積的營收 (CK-NAME 放小時、
      *> CK-QTY 放杯數)。舊進度檔沒這一欄，讀到空白當 0。
           05  CK-PLAT     PIC 9(8).
      *> [欄位] 存檔當時的 SETTLE-PLAT。舊進度檔沒這些欄，讀到空白當 0。
           05  CK-RPLAT    PIC 9(8).
      *> [欄位] 存檔當時的 REFUND-PLAT。

       FD  PRICE-HIST-FILE.*>PRICE-HIST-FILE代號對應到真實的 pricehist.txt
       01  PRICE-HIST-RECORD.
      *> [變數] 寫進異常明細的發票號碼 (沒開票正規化成 "-")。
       01  EXC-TIME            PIC X(6) VALUE "000000".
      *> [變數] 寫進異常明細的交易時間 (舊訂單空白正規化成 000000)。
       01  EXC-PLATNO          PIC X(16) VALUE "-".
      *> [變數] 寫進異常明細的外送平台訂單編號 (不是平台單正規化成 "-")。
       01  EXC-REASON          PIC X(4) VALUE SPACES.
      *> [變數] 這筆訂單是哪一種稽核沒過："CALC"=自算總價對不上，
      *> "HIST"=單價跟調價歷史不符，"BOTH"=兩種都中，寫進 exceptions.txt
      *> [變數] 用儲值餘額付的總額 (毛額)，對 balance.dat 的扣款用。
       01  REFUND-BAL      PIC 9(8) VALUE 0.
      *> [變數] 退回儲值餘額的總額。
       01  SETTLE-PLAT     PIC 9(8) VALUE 0.
      *> [變數] 外送平台 (F/U) 代收的總額 (毛額)，錢不進抽屜，
      *> 是平台欠我們的應收，等平台週結撥款。
       01  REFUND-PLAT     PIC 9(8) VALUE 0.
      *> [變數] 平台單被退掉的總額 (平台單照規定不在店裡退，正常是 0)。
       01  ORD-PAY         PIC X(1) VALUE "C".
      *> [變數] 這筆訂單的付款方式，舊訂單沒這一欄就當現金。

                           IF CK-RBAL IS NUMERIC
                               MOVE CK-RBAL TO REFUND-BAL
                           END-IF
                           IF CK-PLAT IS NUMERIC
                               MOVE CK-PLAT TO SETTLE-PLAT
                           END-IF
                           IF CK-RPLAT IS NUMERIC
                               MOVE CK-RPLAT TO REFUND-PLAT
                           END-IF
                           PERFORM LOAD-CHECKPOINT-ITEMS
      *> [判斷] 跟這次要跑的營業日一樣，才能接著算，不然當作新的一天從頭開始。
                       END-IF
           MOVE REFUND-CARD          TO CK-RCARD
           MOVE REFUND-MOBILE        TO CK-RMOB
           MOVE SETTLE-BAL           TO CK-BAL
           MOVE REFUND-BAL           TO CK-RBAL
           MOVE SETTLE-PLAT          TO CK-PLAT
           MOVE REFUND-PLAT          TO CK-RPLAT.
           WRITE CHECKPOINT-RECORD.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 50
      *> [任務A2] 收款方式結算：這筆錢進了哪個口袋 (退款從那個口袋扣回)
           MOVE "C" TO ORD-PAY
           IF R-PAY = "K" OR R-PAY = "M" OR R-PAY = "V"
               OR R-PAY = "F" OR R-PAY = "U"
               MOVE R-PAY TO ORD-PAY
           END-IF
           PERFORM TALLY-SETTLEMENT
                   PERFORM TALLY-SETTLE-MOBILE
               WHEN "V"
                   PERFORM TALLY-SETTLE-BAL
               WHEN "F"
               WHEN "U"
                   PERFORM TALLY-SETTLE-PLAT
               WHEN OTHER
                   PERFORM TALLY-SETTLE-CASH
           END-EVALUATE.
               END-ADD
           END-IF.

       TALLY-SETTLE-PLAT.
           IF IS-REFUND
               ADD R-PRICE TO REFUND-PLAT
                   ON SIZE ERROR
                       ADD 1 TO REV-OVERFLOW-COUNT
               END-ADD
           ELSE
               ADD R-PRICE TO SETTLE-PLAT
                   ON SIZE ERROR
                       ADD 1 TO REV-OVERFLOW-COUNT
               END-ADD
           END-IF.

       TALLY-TOPUPS.
      *> === 任務：把結算範圍內的儲值收款加進 SETTLE-* (錢真的進了抽屜) ===
      *> [注意] 儲值不是營收 (賣出飲料才算)，只進收款方式結算，
           IF R-TIME IS NUMERIC
               MOVE R-TIME TO EXC-TIME
           END-IF.
           MOVE "-" TO EXC-PLATNO.
           IF R-PLATNO NOT = SPACES
               MOVE R-PLATNO TO EXC-PLATNO
           END-IF.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING FUNCTION TRIM(R-NAME)  " "
                  FUNCTION TRIM(R-PHONE) " "
                  " TOP=" FUNCTION TRIM(EXC-TOPP)
                  " INV=" FUNCTION TRIM(EXC-INVNO)
                  " TIME=" EXC-TIME
                  " PF=" FUNCTION TRIM(EXC-PLATNO)
                  INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

           STRING "SETTLE-BALANCE=" SETTLE-BAL INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *> [寫入] 外送平台代收結算：平台單的毛額減退款，錢在平台手上，
      *> 不進抽屜也不進關帳點鈔，是平台週結撥款前的應收
           IF REFUND-PLAT > SETTLE-PLAT
               ADD 1 TO REV-OVERFLOW-COUNT
               DISPLAY "⚠ 平台退款大於營收，以 0 計"
               MOVE 0 TO SETTLE-PLAT
           ELSE
               SUBTRACT REFUND-PLAT FROM SETTLE-PLAT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "SETTLE-PLATFORM=" SETTLE-PLAT INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *> [寫入] 儲值收進來的總額 (TOPUPAMT=...)，已經併進上面三行 SETTLE-
           MOVE SPACES TO REPORT-LINE.
           STRING "TOPUPAMT=" TOPUP-TOTAL INTO REPORT-LINE.
