       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
      PROGRAM-ID. SV-RECONCILE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> --- 儲值餘額檔：索引檔，照電話鍵序掃一遍，檔上的餘額 ---
           SELECT BALANCE-FILE ASSIGN TO "balance.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BA-PHONE
           FILE STATUS IS WS-BAL-STATUS.

      *> --- 儲值記錄：API-DRINK 每收一筆儲值就記一行 ---
           SELECT TOPUP-FILE ASSIGN TO "topups.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TOPUP-STATUS.

      *> --- 訂單檔：活的 orders.txt 跟收月後的 archYYYYMM.txt 輪流開 ---
           SELECT ORDER-FILE ASSIGN TO ORDER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORDER-STATUS.

      *> --- 封存清單檔：收月後的訂單在 archYYYYMM.txt，先列出來再逐檔掃 ---
           SELECT ARCHLIST-FILE ASSIGN TO "archlist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHLIST-STATUS.

      *> --- 儲值對帳報告：對不上的、睡著的餘額一行一筆，最後是負債總額 ---
           SELECT SVRECON-FILE ASSIGN TO "svrecon.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> [注意] 以下欄位長度必須跟 API-DRINK 裡的 BALANCE-RECORD 逐位元組對齊。
       FD  BALANCE-FILE.
       01  BALANCE-RECORD.
           05  BA-PHONE    PIC X(15).
      *> [欄位] 會員電話 (主鍵)。
           05  BA-BAL      PIC 9(8).
      *> [欄位] 檔上的儲值餘額。

      *> [注意] 以下欄位長度必須跟 API-DRINK 裡的 TOPUP-RECORD 逐位元組對齊。
       FD  TOPUP-FILE.
       01  TOPUP-RECORD.
           05  TU-PHONE    PIC X(15).
      *> [欄位] 會員電話。
           05  TU-DATE     PIC 9(8).
      *> [欄位] 儲值日期 (YYYYMMDD)。
           05  TU-AMT      PIC 9(6).
      *> [欄位] 儲值金額。
           05  TU-PAY      PIC X(1).
      *> [欄位] 儲值收款方式 (C/K/M)。

      *> [注意] 以下欄位長度必須跟 API-DRINK 裡的 ORDER-RECORD 逐位元組對齊。
       FD  ORDER-FILE.
       01  ORDER-RECORD.
           05  R-NAME      PIC X(20).
      *> [欄位] 姓名。
           05  R-PHONE     PIC X(15).
      *> [欄位] 電話。
           05  R-ITEM      PIC X(10).
      *> [欄位] 品項。
           05  R-UNIT      PIC 9(3).
      *> [欄位] 單價。
           05  R-QTY       PIC 9(3).
      *> [欄位] 數量。
           05  R-PRICE     PIC 9(5).
      *> [欄位] 總價 (用餘額付的就是從餘額扣掉的錢)。
           05  R-DATE      PIC 9(8).
      *> [欄位] 訂單日期 (YYYYMMDD)。
           05  R-DISC      PIC X(5).
      *> [欄位] 會員回饋折抵金額，舊訂單是空白。
           05  R-TYPE      PIC X(1).
      *> [欄位] 交易類別："S"=銷售，"R"=退款，空白 (舊訂單)=銷售。
           05  R-REF-DATE  PIC X(8).
      *> [欄位] 退款專用：原始訂單日期。
           05  R-PAY       PIC X(1).
      *> [欄位] 付款方式："C"=現金，"K"=刷卡，"M"=行動支付，"V"=儲值餘額。
           05  R-SIZE      PIC X(1).
      *> [欄位] 杯型。
           05  R-SUGAR     PIC X(1).
      *> [欄位] 甜度。
           05  R-ICE       PIC X(1).
      *> [欄位] 冰塊。
           05  R-TOPP      PIC X(10).
      *> [欄位] 加料名稱。
           05  R-ADDON     PIC X(3).
      *> [欄位] 每杯的客製加價。對帳只看 R-PRICE，用不到。
           05  R-INVNO     PIC X(10).
      *> [欄位] 統一發票號碼。
           05  R-TIME      PIC X(6).
      *> [欄位] 交易時間 (HHMMSS)。
           05  R-PLATNO    PIC X(16).
      *> [欄位] 外送平台訂單編號 (付款方式 F/U 才有)，其他訂單是空白。

       FD  ARCHLIST-FILE.
       01  ARCHLIST-LINE   PIC X(20).
      *> [欄位] 一行一個封存檔名，例如 "arch202603.txt"。

       FD  SVRECON-FILE.
       01  SVRECON-LINE    PIC X(160).
      *> [設定] 對帳報告每一行的長度。

       WORKING-STORAGE SECTION.
       01  WS-BAL-STATUS   PIC X(2).
      *> [狀態碼] BALANCE-FILE 開檔的結果，"35"=還沒有人儲值過。
       01  WS-TOPUP-STATUS PIC X(2).
      *> [狀態碼] TOPUP-FILE 開檔的結果，"35"=還沒有儲值記錄。
       01  WS-ORDER-STATUS PIC X(2).
      *> [狀態碼] ORDER-FILE 開檔的結果，"35"=檔案不存在 (當 0 筆)。
       01  WS-ARCHLIST-STATUS PIC X(2).
      *> [狀態碼] ARCHLIST-FILE 開檔的結果。

       01  CMD-LINE        PIC X(20).
      *> [參數] 指令列："[基準日 YYYYMMDD]"，睡著多久從這一天往回算，
      *> 不給就用今天 (月底對帳給月底那一天)。
       01  ASOF-DATE       PIC 9(8) VALUE 0.
      *> [參數] 基準日。
       01  DORMANT-DAYS    PIC 9(4) VALUE 365.
      *> [設定] 多久沒動算睡著 (天)。
       01  ORDER-FILENAME  PIC X(20).
      *> [變數] 現在在掃哪一支訂單檔 (orders.txt 或某個 archYYYYMM.txt)。
       01  WS-CMD          PIC X(120).
      *> [變數] 組給 CALL "SYSTEM" 執行的外部指令字串 (列封存檔清單用)。

       01  ORDER-EOF       PIC X(1) VALUE "N".
       01  TOPUP-EOF       PIC X(1) VALUE "N".
       01  BAL-EOF         PIC X(1) VALUE "N".
       01  ARCHLIST-EOF    PIC X(1) VALUE "N".
      *> [開關] 各檔有沒有讀到底。

      *> --- 每支電話從歷史重建出來的儲值帳 ---
       01  SV-TABLE.
           05  SV-ENTRY OCCURS 2000 TIMES INDEXED BY SV-IDX.
               10  SV-PHONE        PIC X(15).
               10  SV-TOPUP        PIC 9(9).
      *> [欄位] 儲值加總。
               10  SV-SPENT        PIC 9(9).
      *> [欄位] 用餘額付的銷售加總 (R-PAY="V" 的銷售)。
               10  SV-REFUND       PIC 9(9).
      *> [欄位] 退回餘額的退款加總 (R-PAY="V" 的退款)。
               10  SV-LAST         PIC 9(8).
      *> [欄位] 最後一次動到儲值帳的日期 (儲值或用餘額買/退)。
               10  SV-SEEN         PIC X(1).
      *> [欄位] balance.dat 裡有沒有這支電話 ("Y"/"N")。
       01  SV-COUNT        PIC 9(4) VALUE 0.
      *> [變數] 表裡有多少支電話。
       01  SV-FULL-COUNT   PIC 9(4) VALUE 0.
      *> [變數] 表滿了塞不進去的次數，>0 表示對帳不完整。
       01  SV-HIT-IDX      PIC 9(4) VALUE 0.
      *> [變數] 這支電話在表裡的第幾格，0 表示還沒登記。
       01  LOOK-PHONE      PIC X(15).
      *> [變數] 要查 / 要登記的電話。

       01  EXPECTED-BAL    PIC 9(9) VALUE 0.
       01  EXPECTED-SIGN   PIC X(1) VALUE "+".
      *> [變數] 重建出來應有的餘額 (儲值 + 退回 - 花掉)，
      *> 花的比進來的多 (資料有問題) 時 EXPECTED-SIGN 是 "-"。
       01  DIFF-AMT        PIC 9(9) VALUE 0.
       01  DIFF-SIGN       PIC X(1) VALUE "+".
      *> [變數] 檔上 - 應有，方向看 DIFF-SIGN ("+"=檔上多，"-"=檔上少)。
       01  INCOME-AMT      PIC 9(10) VALUE 0.
      *> [變數] 進到儲值帳的錢 (儲值 + 退回)。
       01  IDLE-DAYS       PIC 9(6) VALUE 0.
      *> [變數] 從最後一次動到基準日過了幾天。
       01  CUR-LAST        PIC 9(8) VALUE 0.
      *> [變數] 這一筆餘額最後一次動的日期 (0=歷史裡完全沒有)。

       01  TOTAL-LIABILITY PIC 9(10) VALUE 0.
      *> [變數] balance.dat 的餘額總和 = 店裡欠客人的錢。
       01  TOTAL-EXPECTED  PIC 9(10) VALUE 0.
      *> [變數] 歷史重建出來應有的餘額總和 (只加正的)。
       01  DORMANT-BAL     PIC 9(10) VALUE 0.
      *> [變數] 睡著的餘額合計。
       01  MISMATCH-COUNT  PIC 9(4) VALUE 0.
      *> [計數器] 餘額對不上的電話數 (含歷史有、檔上沒有的)。
       01  DORMANT-COUNT   PIC 9(4) VALUE 0.
      *> [計數器] 睡著超過一年的餘額筆數。
       01  MEMBER-COUNT    PIC 9(4) VALUE 0.
      *> [計數器] balance.dat 裡有幾筆。

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *> === 主流程指揮官：從歷史重建每個人的儲值帳，跟 balance.dat 對 ===
           ACCEPT CMD-LINE FROM COMMAND-LINE.
           IF CMD-LINE(1:8) IS NUMERIC
               MOVE CMD-LINE(1:8) TO ASOF-DATE
           ELSE
               IF CMD-LINE NOT = SPACES
                   DISPLAY "用法: sv-reconcile [基準日 YYYYMMDD]"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:8) TO ASOF-DATE
           END-IF.
      *> [防呆] 基準日要是真的日期 (20261399 這種不行)
           IF FUNCTION TEST-DATE-YYYYMMDD(ASOF-DATE) NOT = 0
               DISPLAY "用法: sv-reconcile [基準日 YYYYMMDD]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-TOPUPS.
           MOVE "orders.txt" TO ORDER-FILENAME.
           PERFORM SCAN-ONE-ORDER-FILE.
           PERFORM SCAN-ARCHIVED-ORDERS.

           OPEN OUTPUT SVRECON-FILE.
           PERFORM CHECK-BALANCE-FILE.
           PERFORM LIST-MISSING-BALANCES.
           PERFORM WRITE-TOTALS.
           CLOSE SVRECON-FILE.

           DISPLAY "==============================".
           DISPLAY " 儲值對帳完成: " MEMBER-COUNT " 筆餘額，對不上 "
                   MISMATCH-COUNT " 筆，睡著 " DORMANT-COUNT " 筆".
           DISPLAY " 儲值負債總額 " TOTAL-LIABILITY
                   " 元 (歷史重建 " TOTAL-EXPECTED " 元)".
           DISPLAY "==============================".
           IF MISMATCH-COUNT > 0 OR SV-FULL-COUNT > 0
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

       FIND-SV-SLOT.
      *> === 任務：查 LOOK-PHONE 在表裡的第幾格，沒有就開一格 ===
           MOVE 0 TO SV-HIT-IDX.
           PERFORM VARYING SV-IDX FROM 1 BY 1 UNTIL SV-IDX > SV-COUNT
               IF SV-PHONE(SV-IDX) = LOOK-PHONE
                   SET SV-HIT-IDX TO SV-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF SV-HIT-IDX = 0
               IF SV-COUNT < 2000
                   ADD 1 TO SV-COUNT
                   MOVE LOOK-PHONE TO SV-PHONE(SV-COUNT)
                   MOVE 0 TO SV-TOPUP(SV-COUNT) SV-SPENT(SV-COUNT)
                             SV-REFUND(SV-COUNT) SV-LAST(SV-COUNT)
                   MOVE "N" TO SV-SEEN(SV-COUNT)
                   MOVE SV-COUNT TO SV-HIT-IDX
               ELSE
                   ADD 1 TO SV-FULL-COUNT
               END-IF
           END-IF.

       LOAD-TOPUPS.
      *> === 任務：每一筆儲值加進那支電話的帳 ===
           OPEN INPUT TOPUP-FILE.
           IF WS-TOPUP-STATUS NOT = "00"
               DISPLAY "ℹ️ 沒有 topups.txt，儲值加總當 0"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL TOPUP-EOF = "Y"
               READ TOPUP-FILE
                   AT END
                       MOVE "Y" TO TOPUP-EOF
                   NOT AT END
                       IF TU-AMT IS NUMERIC AND TU-PHONE NOT = SPACES
                           MOVE TU-PHONE TO LOOK-PHONE
                           PERFORM FIND-SV-SLOT
                           IF SV-HIT-IDX > 0
                               ADD TU-AMT TO SV-TOPUP(SV-HIT-IDX)
                               IF TU-DATE IS NUMERIC
                                   AND TU-DATE > SV-LAST(SV-HIT-IDX)
                                   MOVE TU-DATE TO SV-LAST(SV-HIT-IDX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TOPUP-FILE.

       SCAN-ARCHIVED-ORDERS.
      *> === 任務：收月後的訂單在 archYYYYMM.txt 裡，逐檔掃回來 ===
      *> [注意] 儲值帳是從開店以來累計的，漏掉封存檔，
      *> 老會員花掉的錢全部會算成還在餘額裡。
           MOVE "ls arch[0-9]*.txt > archlist.txt 2>/dev/null" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           MOVE "N" TO ARCHLIST-EOF.
           OPEN INPUT ARCHLIST-FILE.
           IF WS-ARCHLIST-STATUS = "00"
               PERFORM UNTIL ARCHLIST-EOF = "Y"
                   READ ARCHLIST-FILE
                       AT END
                           MOVE "Y" TO ARCHLIST-EOF
                       NOT AT END
                           IF ARCHLIST-LINE NOT = SPACES
                               MOVE ARCHLIST-LINE TO ORDER-FILENAME
                               PERFORM SCAN-ONE-ORDER-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHLIST-FILE
           END-IF.
           MOVE "rm -f archlist.txt" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.

       SCAN-ONE-ORDER-FILE.
      *> === 任務：ORDER-FILENAME 裡用餘額付的銷售扣帳、退回餘額的退款加帳 ===
      *> [規則] 只看 R-PAY="V"；現金/刷卡/行動付的單跟儲值帳無關。
           MOVE "N" TO ORDER-EOF.
           OPEN INPUT ORDER-FILE.
           IF WS-ORDER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ORDER-EOF = "Y"
               READ ORDER-FILE
                   AT END
                       MOVE "Y" TO ORDER-EOF
                   NOT AT END
                       IF R-PAY = "V" AND R-PRICE IS NUMERIC
                           PERFORM TALLY-ONE-ORDER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDER-FILE.

       TALLY-ONE-ORDER.
      *> === 任務：這一筆用餘額付 / 退回餘額的訂單記進那支電話的帳 ===
           MOVE R-PHONE TO LOOK-PHONE.
           PERFORM FIND-SV-SLOT.
           IF SV-HIT-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           IF R-TYPE = "R"
               ADD R-PRICE TO SV-REFUND(SV-HIT-IDX)
           ELSE
               ADD R-PRICE TO SV-SPENT(SV-HIT-IDX)
           END-IF.
           IF R-DATE IS NUMERIC AND R-DATE > SV-LAST(SV-HIT-IDX)
               MOVE R-DATE TO SV-LAST(SV-HIT-IDX)
           END-IF.

       COMPUTE-EXPECTED.
      *> === 任務：SV-HIT-IDX 這一格應有的餘額 = 儲值 + 退回 - 花掉 ===
      *> [注意] 欄位沒有正負號，先比大小再減。
           COMPUTE INCOME-AMT = SV-TOPUP(SV-HIT-IDX)
                              + SV-REFUND(SV-HIT-IDX).
           IF INCOME-AMT >= SV-SPENT(SV-HIT-IDX)
               MOVE "+" TO EXPECTED-SIGN
               COMPUTE EXPECTED-BAL = INCOME-AMT - SV-SPENT(SV-HIT-IDX)
           ELSE
               MOVE "-" TO EXPECTED-SIGN
               COMPUTE EXPECTED-BAL = SV-SPENT(SV-HIT-IDX) - INCOME-AMT
           END-IF.

       CHECK-BALANCE-FILE.
      *> === 任務：balance.dat 一筆一筆跟重建出來的帳對，順便抓睡著的餘額 ===
           OPEN INPUT BALANCE-FILE.
           IF WS-BAL-STATUS NOT = "00"
               DISPLAY "ℹ️ 找不到 balance.dat，檔上餘額當 0"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL BAL-EOF = "Y"
               READ BALANCE-FILE NEXT
                   AT END
                       MOVE "Y" TO BAL-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-BALANCE
               END-READ
           END-PERFORM.
           CLOSE BALANCE-FILE.

       CHECK-ONE-BALANCE.
      *> === 任務：一筆餘額跟歷史對，對不上印差額，太久沒動印睡著 ===
           ADD 1 TO MEMBER-COUNT.
           ADD BA-BAL TO TOTAL-LIABILITY.
           MOVE BA-PHONE TO LOOK-PHONE.
           MOVE 0 TO SV-HIT-IDX.
           PERFORM VARYING SV-IDX FROM 1 BY 1 UNTIL SV-IDX > SV-COUNT
               IF SV-PHONE(SV-IDX) = LOOK-PHONE
                   SET SV-HIT-IDX TO SV-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF SV-HIT-IDX > 0
               MOVE "Y" TO SV-SEEN(SV-HIT-IDX)
               PERFORM COMPUTE-EXPECTED
               MOVE SV-LAST(SV-HIT-IDX) TO CUR-LAST
           ELSE
               MOVE "+" TO EXPECTED-SIGN
               MOVE 0 TO EXPECTED-BAL CUR-LAST
           END-IF.
           IF EXPECTED-SIGN = "+"
               ADD EXPECTED-BAL TO TOTAL-EXPECTED
           END-IF.

           EVALUATE TRUE
               WHEN EXPECTED-SIGN = "-"
                   MOVE "+" TO DIFF-SIGN
                   COMPUTE DIFF-AMT = BA-BAL + EXPECTED-BAL
               WHEN BA-BAL >= EXPECTED-BAL
                   MOVE "+" TO DIFF-SIGN
                   COMPUTE DIFF-AMT = BA-BAL - EXPECTED-BAL
               WHEN OTHER
                   MOVE "-" TO DIFF-SIGN
                   COMPUTE DIFF-AMT = EXPECTED-BAL - BA-BAL
           END-EVALUATE.
           IF DIFF-AMT > 0
               ADD 1 TO MISMATCH-COUNT
               MOVE SPACES TO SVRECON-LINE
               STRING "MISMATCH " FUNCTION TRIM(BA-PHONE)
                      " FILE=" BA-BAL
                      " EXPECTED=" EXPECTED-SIGN EXPECTED-BAL
                      " DIFF=" DIFF-SIGN DIFF-AMT
                      INTO SVRECON-LINE
               WRITE SVRECON-LINE
               DISPLAY "⚠️ 餘額對不上: " FUNCTION TRIM(BA-PHONE)
                       " 檔上 " BA-BAL " 應有 " EXPECTED-SIGN
                       EXPECTED-BAL " 差 " DIFF-SIGN DIFF-AMT
           END-IF.

      *> [規則] 還有錢、又超過一年沒儲值也沒用餘額買過東西，就算睡著；
      *> 歷史裡完全找不到這支電話的也算 (那筆錢連從哪來都查不到)。
           IF BA-BAL = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 99999 TO IDLE-DAYS.
           IF CUR-LAST > 0 AND CUR-LAST <= ASOF-DATE
               COMPUTE IDLE-DAYS = FUNCTION INTEGER-OF-DATE(ASOF-DATE)
                                 - FUNCTION INTEGER-OF-DATE(CUR-LAST)
           END-IF.
           IF CUR-LAST > ASOF-DATE
               MOVE 0 TO IDLE-DAYS
           END-IF.
           IF IDLE-DAYS > DORMANT-DAYS
               ADD 1 TO DORMANT-COUNT
               ADD BA-BAL TO DORMANT-BAL
               MOVE SPACES TO SVRECON-LINE
               STRING "DORMANT " FUNCTION TRIM(BA-PHONE)
                      " BAL=" BA-BAL
                      " LAST=" CUR-LAST
                      " DAYS=" IDLE-DAYS
                      INTO SVRECON-LINE
               WRITE SVRECON-LINE
               DISPLAY "💤 餘額睡著: " FUNCTION TRIM(BA-PHONE)
                       " 餘額 " BA-BAL " 最後一次 " CUR-LAST
           END-IF.

       LIST-MISSING-BALANCES.
      *> === 任務：歷史裡算出還有錢、balance.dat 卻沒有這支電話的列出來 ===
           PERFORM VARYING SV-HIT-IDX FROM 1 BY 1
                   UNTIL SV-HIT-IDX > SV-COUNT
               IF SV-SEEN(SV-HIT-IDX) = "N"
                   PERFORM COMPUTE-EXPECTED
                   IF EXPECTED-BAL > 0
                       IF EXPECTED-SIGN = "+"
                           ADD EXPECTED-BAL TO TOTAL-EXPECTED
                       END-IF
                       ADD 1 TO MISMATCH-COUNT
                       MOVE SPACES TO SVRECON-LINE
                       STRING "NOBALANCE "
                              FUNCTION TRIM(SV-PHONE(SV-HIT-IDX))
                              " FILE=" "00000000"
                              " EXPECTED=" EXPECTED-SIGN EXPECTED-BAL
                              " DIFF=-" EXPECTED-BAL
                              INTO SVRECON-LINE
                       WRITE SVRECON-LINE
                       DISPLAY "⚠️ 餘額檔沒有這支電話: "
                               FUNCTION TRIM(SV-PHONE(SV-HIT-IDX))
                               " 應有 " EXPECTED-SIGN EXPECTED-BAL
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-TOTALS.
      *> === 任務：報告最後一行，負債總額跟各種筆數 (會計月底要的數字) ===
           MOVE SPACES TO SVRECON-LINE.
           STRING "ASOF=" ASOF-DATE
                  " LIABILITY=" TOTAL-LIABILITY
                  " EXPECTED=" TOTAL-EXPECTED
                  " MEMBERS=" MEMBER-COUNT
                  " MISMATCH=" MISMATCH-COUNT
                  " DORMANT=" DORMANT-COUNT
                  " DORMANTBAL=" DORMANT-BAL
                  " TABLEFULL=" SV-FULL-COUNT
                  INTO SVRECON-LINE.
           WRITE SVRECON-LINE.
           IF SV-FULL-COUNT > 0
               DISPLAY "⚠️ 電話表已滿，有 " SV-FULL-COUNT
                       " 筆歷史沒算進來，這次對帳不完整"
           END-IF.
