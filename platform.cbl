       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
      PROGRAM-ID. PLATFORM-IMPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> --- 外送平台設定檔：一個平台一行 (付款代號/名稱/抽成/檔名開頭) ---
           SELECT PLATCFG-FILE ASSIGN TO "platforms.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CFG-STATUS.

      *> --- 平台每日訂單匯出檔：<檔名開頭>YYYYMMDD.txt，一行一個品項 ---
           SELECT EXPORT-FILE ASSIGN TO EXPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXPORT-STATUS.

      *> --- 平台週結撥款明細：<檔名開頭>payYYYYMMDD.txt (週一起日)，一行一張單 ---
           SELECT PAYOUT-FILE ASSIGN TO PAYOUT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYOUT-STATUS.

      *> --- 平台訂單帳：成功入帳的平台訂單一行一筆，重匯時靠它不重複入帳，
      *> 週結對帳也照它算應收 ---
           SELECT PLATORD-FILE ASSIGN TO "platord.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLATORD-STATUS.

      *> --- 訂單檔：API-DRINK 入帳後讀回它實際記的總價，跟平台的金額比 ---
           SELECT ORDER-FILE ASSIGN TO "orders.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORDER-STATUS.

      *> --- 平台日誌：每一行匯入的下場、每一次對帳的總數都記下來 ---
           SELECT PLATLOG-FILE ASSIGN TO "platlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLATLOG-STATUS.

      *> --- 撥款對帳報表：<檔名開頭>recYYYYMMDD.txt，沒撥/少撥的單一行一筆 ---
           SELECT PAYREC-FILE ASSIGN TO PAYREC-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYREC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLATCFG-FILE.
       01  PLATCFG-RECORD.
           05  PC-CODE     PIC X(1).
      *> [欄位] 付款代號，跟 API-DRINK 的付款方式一樣："F"=Foodpanda，"U"=Uber Eats。
           05  PC-NAME     PIC X(12).
      *> [欄位] 平台名稱，訂單上的姓名欄就記這個 (中間的空白換成 "_")。
           05  PC-RATE     PIC 9(2)V9(2).
      *> [欄位] 合約抽成 % (小數 2 位)，"3000" = 30.00%。
           05  PC-PREFIX   PIC X(12).
      *> [欄位] 這個平台的檔名開頭，例如 "panda" → panda20261015.txt。

       FD  EXPORT-FILE.
       01  EXPORT-LINE     PIC X(200).
      *> [欄位] 平台匯出的一行 (逗號分隔)：
      *> "平台訂單編號,日期YYYYMMDD,時間HHMMSS,品名,杯數,杯型,甜度,冰塊,加料,金額"
      *> 杯型/甜度/冰塊/加料可以空白；金額是平台向客人收的這一行總價。

       FD  PAYOUT-FILE.
       01  PAYOUT-LINE     PIC X(200).
      *> [欄位] 平台撥款明細的一行 (逗號分隔)：
      *> "平台訂單編號,訂單日期YYYYMMDD,毛額,抽成,撥款淨額"
      *> 淨額可以是負的 (平台扣回的調帳)，"-" 號放最前面。

       FD  PLATORD-FILE.
       01  PLATORD-RECORD.
           05  PO-PLAT     PIC X(1).
      *> [欄位] 平台付款代號 (F/U)。
           05  PO-ORDNO    PIC X(16).
      *> [欄位] 平台訂單編號，跟訂單上的 R-PLATNO 一樣。
           05  PO-SEQ      PIC 9(2).
      *> [欄位] 這張平台單的第幾個品項 (一張單多個品項就多行)。
           05  PO-ODATE    PIC 9(8).
      *> [欄位] 平台上的訂單日期 (YYYYMMDD)，週結對帳照這個分週。
           05  PO-OTIME    PIC X(6).
      *> [欄位] 平台上的訂單時間 (HHMMSS)。
           05  PO-ITEM     PIC X(10).
      *> [欄位] 品名。
           05  PO-QTY      PIC 9(3).
      *> [欄位] 杯數。
           05  PO-GROSS    PIC 9(6).
      *> [欄位] 平台向客人收的金額 (抽成照這個算)。
           05  PO-POSTED   PIC X(14).
      *> [欄位] 入帳時間 (YYYYMMDDHHMMSS)。
           05  PO-PRICE    PIC 9(6).
      *> [欄位] API-DRINK 照店內價目實際入帳的總價 (R-PRICE)；跟 PO-GROSS
      *> 不一樣就是平台上的價錢跟店內價對不上 (會計應收照這個入帳)。

      *> [注意] 以下欄位長度必須跟 API-DRINK 裡的 ORDER-RECORD 逐位元組對齊。
       FD  ORDER-FILE.
       01  ORDER-RECORD.
           05  R-NAME      PIC X(20).
           05  R-PHONE     PIC X(15).
           05  R-ITEM      PIC X(10).
           05  R-UNIT      PIC 9(3).
           05  R-QTY       PIC 9(3).
           05  R-PRICE     PIC 9(5).
      *> [欄位] 這一筆實收的總額。
           05  R-DATE      PIC 9(8).
           05  R-DISC      PIC X(5).
           05  R-TYPE      PIC X(1).
      *> [欄位] "R"=退款，其他=銷售。
           05  R-REF-DATE  PIC X(8).
           05  R-PAY       PIC X(1).
      *> [欄位] 付款方式，平台單是 "F"/"U"。
           05  R-SIZE      PIC X(1).
           05  R-SUGAR     PIC X(1).
           05  R-ICE       PIC X(1).
           05  R-TOPP      PIC X(10).
           05  R-ADDON     PIC X(3).
           05  R-INVNO     PIC X(10).
           05  R-TIME      PIC X(6).
           05  R-PLATNO    PIC X(16).
      *> [欄位] 外送平台訂單編號，讀回剛入帳的那一筆靠它。

       FD  PLATLOG-FILE.
       01  PLATLOG-LINE    PIC X(200).
      *> [設定] 平台日誌每一行的長度。

       FD  PAYREC-FILE.
       01  PAYREC-LINE     PIC X(300).
      *> [設定] 撥款對帳報表每一行的長度。

       WORKING-STORAGE SECTION.
       01  WS-CFG-STATUS      PIC X(2).
      *> [狀態碼] PLATCFG-FILE 開檔的結果，"35"=還沒設定外送平台。
       01  WS-EXPORT-STATUS   PIC X(2).
      *> [狀態碼] EXPORT-FILE 開檔的結果，"35"=平台匯出檔還沒放進來。
       01  WS-PAYOUT-STATUS   PIC X(2).
      *> [狀態碼] PAYOUT-FILE 開檔的結果，"35"=撥款明細還沒放進來。
       01  WS-PLATORD-STATUS  PIC X(2).
      *> [狀態碼] PLATORD-FILE 開檔的結果，"35"=還沒有平台訂單入帳過。
       01  WS-ORDER-STATUS    PIC X(2).
      *> [狀態碼] ORDER-FILE 開檔的結果。
       01  WS-PLATLOG-STATUS  PIC X(2).
      *> [狀態碼] PLATLOG-FILE 開檔的結果，"35"=第一次跑。
       01  WS-PAYREC-STATUS   PIC X(2).
      *> [狀態碼] PAYREC-FILE 開檔的結果。

       01  CMD-LINE        PIC X(60).
      *> [參數] 指令列："IMPORT <F/U/ALL> [YYYYMMDD]" 或 "PAYOUT <F/U> <週結起日>"。
       01  ARG-MODE        PIC X(8).
           88  MODE-IMPORT                VALUE "IMPORT".
           88  MODE-PAYOUT                VALUE "PAYOUT".
       01  ARG-PLAT        PIC X(4).
           88  PLAT-ALL                   VALUE "ALL".
       01  ARG-DATE        PIC X(8).
       01  RUN-DATE        PIC 9(8) VALUE 0.
      *> [變數] IMPORT：要匯哪一天的匯出檔；PAYOUT：週結的第一天。
       01  WEEK-END        PIC 9(8) VALUE 0.
      *> [變數] 週結的最後一天 (含) = 第一天往後 6 天。
       01  WINDOW-START    PIC 9(8) VALUE 0.
      *> [變數] 讀平台訂單帳從哪一天起 (IMPORT 看重複、PAYOUT 認遲撥的舊單)。
       01  DUP-DAYS        PIC 9(3) VALUE 14.
      *> [設定] IMPORT 往前看幾天的平台訂單帳防重複；比這更舊的訂單
      *> 不自動入帳 (平台補發的舊單要人工查過再補)。
       01  LATE-DAYS       PIC 9(3) VALUE 35.
      *> [設定] PAYOUT 往前看幾天的平台訂單帳，撥到前幾週的單才認得出來。
       01  PAY-TOLERANCE   PIC 9(3) VALUE 1.
      *> [設定] 一張單撥款跟應收差幾元以內算四捨五入，不列少撥。
       01  WS-TIMESTAMP    PIC X(14).
      *> [變數] 這一次執行的時間戳 (YYYYMMDDHHMMSS)。
       01  WS-CMD          PIC X(120).
      *> [變數] 組給 CALL "SYSTEM" 執行的外部指令字串。
       01  CMD-PTR         PIC 9(3) VALUE 1.
      *> [變數] 組指令字串時寫到第幾個字。
       01  EXPORT-FILENAME PIC X(30).
       01  PAYOUT-FILENAME PIC X(30).
       01  PAYREC-FILENAME PIC X(30).
      *> [變數] 這一次要讀/寫的平台檔名。

      *> --- 外送平台設定表 (從 platforms.txt 整批讀進來) ---
       01  PLATFORM-TABLE.
           05  PT-ENTRY OCCURS 9 TIMES INDEXED BY PT-IDX.
               10  PT-CODE     PIC X(1).
               10  PT-NAME     PIC X(12).
               10  PT-RATE     PIC 9(2)V9(2).
               10  PT-PREFIX   PIC X(12).
       01  PT-COUNT        PIC 9(2) VALUE 0.
      *> [變數] 設定了幾個平台。
       01  PT-HIT-IDX      PIC 9(2) VALUE 0.
      *> [變數] 這一次要處理的平台在第幾格，0 表示沒設定。
       01  NAME-LEN        PIC 9(3) VALUE 0.
      *> [變數] 平台名稱去掉空白後的長度，中間的空白要換掉。

      *> --- 菜單 (跟 API-DRINK 的 INIT-MENU 對齊)，平台的品名換成飲料代號 ---
       01  MENU-TABLE.
           05  MENU-ENTRY OCCURS 5 TIMES INDEXED BY M-IDX.
               10  M-ID        PIC X(1).
               10  M-NAME      PIC X(10).
       01  MENU-COUNT      PIC 9(2) VALUE 5.
       01  HIT-MENU-ID     PIC X(1) VALUE SPACE.
      *> [變數] 品名對到的飲料代號，空白表示菜單上沒有。

      *> --- 匯出檔一行切開來的欄位 ---
       01  EX-ORDNO        PIC X(20).
       01  EX-DATE         PIC X(10).
       01  EX-TIME         PIC X(8).
       01  EX-ITEM         PIC X(20).
       01  EX-QTY          PIC X(5).
       01  EX-SIZE         PIC X(2).
       01  EX-SUGAR        PIC X(2).
       01  EX-ICE          PIC X(2).
       01  EX-TOPP         PIC X(12).
       01  EX-AMT          PIC X(8).
       01  LINE-QTY        PIC 9(3) VALUE 0.
       01  LINE-AMT        PIC 9(6) VALUE 0.
       01  LINE-DATE       PIC 9(8) VALUE 0.
      *> [變數] 驗過的杯數/金額/訂單日期。
       01  LINE-NO         PIC 9(4) VALUE 0.
      *> [計數器] 匯出檔讀到第幾行，日誌跟錯誤訊息指得到是哪一行。
       01  LAST-ORDNO      PIC X(20) VALUE SPACES.
       01  LINE-SEQ        PIC 9(3) VALUE 0.
      *> [變數] 同一張平台單連續幾行，就是第幾個品項。
       01  LINE-KEY        PIC X(19).
      *> [變數] 平台代號 + 平台訂單編號 + 品項序號，重匯時認重複用。
       01  BAD-CHAR-COUNT  PIC 9(3) VALUE 0.
      *> [計數器] 這一行有幾個 shell 危險字元。
       01  SPACE-COUNT     PIC 9(3) VALUE 0.
       01  FIELD-LEN       PIC 9(3) VALUE 0.
      *> [變數] 檢查欄位中間有沒有夾空白用 (會把 API-DRINK 的參數切錯)。
       01  LINE-REASON     PIC X(12) VALUE SPACES.
      *> [變數] 這一行被拒的原因代號，空白表示沒問題。
       01  LINE-OUTCOME    PIC X(9).
      *> [變數] 這一行的下場：POSTED/PRICEDIFF/REJECTED/FAILED/SKIPPED。
       01  RC-DISP         PIC 9(4) VALUE 0.
      *> [變數] RETURN-CODE 是二進位暫存器，要印進日誌得先搬到這裡。
       01  EXPORT-EOF      PIC X(1) VALUE "N".
       01  PAYOUT-EOF      PIC X(1) VALUE "N".
       01  PLATORD-EOF     PIC X(1) VALUE "N".
       01  ORDER-EOF       PIC X(1) VALUE "N".
       01  CFG-EOF         PIC X(1) VALUE "N".
      *> [開關] 各檔有沒有讀到底。

      *> --- 已入帳的平台單 (IMPORT 防重複) ---
       01  DONE-TABLE.
           05  DK-KEY OCCURS 2000 TIMES INDEXED BY DK-IDX PIC X(19).
       01  DK-COUNT        PIC 9(4) VALUE 0.
       01  DK-FULL-COUNT   PIC 9(4) VALUE 0.
      *> [計數器] 表滿了記不下的筆數，>0 表示重匯時可能會重複入帳。
       01  DK-HIT          PIC X(1) VALUE "N".

      *> --- IMPORT 計數 (一個平台一輪) ---
       01  IMP-POSTED      PIC 9(4) VALUE 0.
       01  IMP-REJECTED    PIC 9(4) VALUE 0.
       01  IMP-FAILED      PIC 9(4) VALUE 0.
       01  IMP-SKIPPED     PIC 9(4) VALUE 0.
       01  IMP-AMT         PIC 9(8) VALUE 0.
      *> [計數器] 入帳/被拒/api-drink 失敗/已入帳跳過的行數，入帳金額
      *> (平台的金額)。
       01  IMP-PRICEDIFF   PIC 9(4) VALUE 0.
      *> [計數器] 入帳了，但店內價目算出來的總價跟平台的金額對不上的行數。
       01  IMP-DIFF-AMT    PIC S9(8) VALUE 0.
       01  IMP-DIFF-DISP   PIC -9(8).
      *> [計數器] 對不上的差額合計 (店內入帳 - 平台金額)。
       01  POSTED-PRICE    PIC 9(6) VALUE 0.
      *> [變數] 讀回來的 R-PRICE (API-DRINK 照店內價目算的總價)。
       01  PRICE-FOUND     PIC X(1) VALUE "N".
      *> [開關] orders.txt 裡有沒有讀回剛入帳的那一筆。
       01  LINE-DIFF       PIC S9(7) VALUE 0.
       01  LINE-DIFF-DISP  PIC -9(7).
      *> [變數] 這一行的差額 (店內入帳 - 平台金額)。
       01  NOFILE-COUNT    PIC 9(2) VALUE 0.
      *> [計數器] 匯出檔找不到的平台數。

      *> --- PAYOUT：週結對帳的平台單彙總 (一張平台單一格) ---
       01  ORDER-TABLE.
           05  OT-ENTRY OCCURS 1500 TIMES INDEXED BY OT-IDX.
               10  OT-ORDNO    PIC X(16).
               10  OT-DATE     PIC 9(8).
               10  OT-LINES    PIC 9(3).
               10  OT-GROSS    PIC 9(7).
               10  OT-PAID     PIC S9(7).
               10  OT-INWEEK   PIC X(1).
               10  OT-PAYSEEN  PIC X(1).
       01  OT-COUNT        PIC 9(4) VALUE 0.
       01  OT-FULL-COUNT   PIC 9(4) VALUE 0.
      *> [計數器] 表滿了記不下的平台單數，>0 表示對帳不完整。
       01  OT-HIT-IDX      PIC 9(4) VALUE 0.
      *> [變數] 這張平台單在第幾格，0 表示沒找到。

      *> --- 撥款明細一行切開來的欄位 ---
       01  PY-ORDNO        PIC X(20).
       01  PY-DATE         PIC X(10).
       01  PY-GROSS        PIC X(10).
       01  PY-COMM         PIC X(10).
       01  PY-NET          PIC X(10).
       01  PY-NET-DIGITS   PIC X(10).
       01  PY-AMT          PIC S9(7) VALUE 0.
      *> [變數] 這一行撥了多少 (負的是平台扣回)。
       01  PY-LINE-NO      PIC 9(5) VALUE 0.

      *> --- 一張單的應收/實收 ---
       01  ORD-COMM        PIC 9(7) VALUE 0.
       01  ORD-EXPECT      PIC 9(7) VALUE 0.
       01  ORD-DIFF        PIC S9(8) VALUE 0.
       01  SHORT-BY        PIC 9(8) VALUE 0.
       01  SIGNED-DISP     PIC -9(7).
      *> [變數] 實收可能是負的，印之前先搬到這裡。
       01  FLAG-CODE       PIC X(9).
      *> [變數] 這一行對帳結果：UNPAID/SHORT/OVER/LATE/UNKNOWN。
       01  PR-PTR          PIC 9(3) VALUE 1.

      *> --- PAYOUT 計數 ---
       01  PO-ORDERS       PIC 9(5) VALUE 0.
       01  PO-GROSS-TOTAL  PIC 9(9) VALUE 0.
       01  PO-COMM-TOTAL   PIC 9(9) VALUE 0.
       01  PO-EXPECT-TOTAL PIC 9(9) VALUE 0.
       01  PO-PAID-TOTAL   PIC S9(9) VALUE 0.
       01  PO-PAID-DISP    PIC -9(9).
       01  UNPAID-COUNT    PIC 9(5) VALUE 0.
       01  UNPAID-AMT      PIC 9(9) VALUE 0.
       01  SHORT-COUNT     PIC 9(5) VALUE 0.
       01  SHORT-AMT       PIC 9(9) VALUE 0.
       01  OVER-COUNT      PIC 9(5) VALUE 0.
       01  LATE-COUNT      PIC 9(5) VALUE 0.
       01  UNKNOWN-COUNT   PIC 9(5) VALUE 0.
       01  UNKNOWN-AMT     PIC S9(9) VALUE 0.
       01  UNKNOWN-DISP    PIC -9(9).
       01  BADLINE-COUNT   PIC 9(5) VALUE 0.
      *> [計數器] 撥款明細格式不對、看不懂的行數。

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *> === 主流程指揮官：IMPORT 把平台的單入帳，PAYOUT 對平台的週結撥款 ===
      *> [規則] IMPORT：平台匯出檔一行一個品項，品名對菜單換成飲料代號，
      *>   照一般銷售丟給 API-DRINK (付款方式 = 平台代號、帶平台訂單編號)，
      *>   庫存、發票、晚上的結帳報表都算得到。入帳成功的記進 platord.txt，
      *>   同一行重匯不會入帳兩次；被拒/失敗的修好 (補庫存等) 再匯一次就好。
      *>   入帳後讀回 orders.txt 的總價跟平台的金額比，對不上記 PRICEDIFF。
      *> [規則] PAYOUT：平台一週 (起日 ~ 起日+6) 的單，照平台訂單帳算
      *>   應收 = 毛額 - 合約抽成，跟平台撥款明細一張一張對：
      *>   UNPAID  有單沒撥       SHORT  撥得比應收少
      *>   OVER    撥得比應收多   LATE   撥到前幾週的單
      *>   UNKNOWN 撥了一張我們沒有入帳的單
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP.
           ACCEPT CMD-LINE FROM COMMAND-LINE.
           UNSTRING CMD-LINE DELIMITED BY ALL SPACES
               INTO ARG-MODE, ARG-PLAT, ARG-DATE.
           IF NOT MODE-IMPORT AND NOT MODE-PAYOUT
               PERFORM SHOW-USAGE
           END-IF.
           IF ARG-PLAT = SPACES
               PERFORM SHOW-USAGE
           END-IF.
           IF ARG-DATE = SPACES
               IF MODE-PAYOUT
                   PERFORM SHOW-USAGE
               END-IF
               MOVE WS-TIMESTAMP(1:8) TO RUN-DATE
           ELSE
               IF ARG-DATE IS NUMERIC
                   MOVE ARG-DATE TO RUN-DATE
               ELSE
                   PERFORM SHOW-USAGE
               END-IF
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(RUN-DATE) NOT = 0
               PERFORM SHOW-USAGE
           END-IF.

           PERFORM INIT-MENU.
           PERFORM LOAD-PLATFORMS.
           IF PT-COUNT = 0
               IF MODE-IMPORT AND PLAT-ALL
      *> [注意] 還沒接外送平台就沒有東西要匯，不算失敗 (批次照跑)
                   DISPLAY "ℹ️ 沒有設定外送平台 (platforms.txt)，沒有平台訂單要匯"
                   MOVE 0 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "⚠️ 沒有設定外送平台 (platforms.txt)"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT PLAT-ALL
               PERFORM FIND-PLATFORM
               IF PT-HIT-IDX = 0
                   DISPLAY "⚠️ platforms.txt 沒有這個平台: "
                           FUNCTION TRIM(ARG-PLAT)
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           IF MODE-IMPORT
               PERFORM RUN-IMPORT
           ELSE
               IF PLAT-ALL
                   PERFORM SHOW-USAGE
               END-IF
               PERFORM RUN-PAYOUT
           END-IF.
           STOP RUN.

       SHOW-USAGE.
      *> === 任務：印用法，結束 ===
           DISPLAY "用法: platform-import IMPORT <F/U/ALL> [日期 YYYYMMDD] | "
                   "PAYOUT <F/U> <週結起日 YYYYMMDD>".
           MOVE 1 TO RETURN-CODE.
           STOP RUN.

       INIT-MENU.
      *> === 任務：把菜單填進表格 (跟 API-DRINK 的 INIT-MENU 對齊) ===
           MOVE "1"      TO M-ID(1).
           MOVE "紅茶"   TO M-NAME(1).
           MOVE "2"      TO M-ID(2).
           MOVE "奶茶"   TO M-NAME(2).
           MOVE "3"      TO M-ID(3).
           MOVE "綠茶"   TO M-NAME(3).
           MOVE "4"      TO M-ID(4).
           MOVE "烏龍茶" TO M-NAME(4).
           MOVE "5"      TO M-ID(5).
           MOVE "咖啡"   TO M-NAME(5).

       LOAD-PLATFORMS.
      *> === 任務：讀 platforms.txt 整批進表 ===
      *> [防呆] 付款代號只認 F/U (API-DRINK 認得的平台付款方式)，
      *> 名稱中間的空白換成 "_"，不然 API-DRINK 的參數會切錯。
           OPEN INPUT PLATCFG-FILE.
           IF WS-CFG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL CFG-EOF = "Y"
               READ PLATCFG-FILE
                   AT END
                       MOVE "Y" TO CFG-EOF
                   NOT AT END
                       IF (PC-CODE = "F" OR PC-CODE = "U")
                           AND PC-RATE IS NUMERIC
                           AND PC-PREFIX NOT = SPACES
                           AND PT-COUNT < 9
                           ADD 1 TO PT-COUNT
                           MOVE PC-CODE   TO PT-CODE(PT-COUNT)
                           MOVE PC-NAME   TO PT-NAME(PT-COUNT)
                           MOVE PC-RATE   TO PT-RATE(PT-COUNT)
                           MOVE PC-PREFIX TO PT-PREFIX(PT-COUNT)
                           IF PT-NAME(PT-COUNT) = SPACES
                               MOVE PC-CODE TO PT-NAME(PT-COUNT)
                           END-IF
                           COMPUTE NAME-LEN = FUNCTION LENGTH(
                                   FUNCTION TRIM(PT-NAME(PT-COUNT)))
                           INSPECT PT-NAME(PT-COUNT)(1:NAME-LEN)
                               REPLACING ALL SPACE BY "_"
                       ELSE
                           IF PLATCFG-RECORD NOT = SPACES
                               DISPLAY "⚠️ platforms.txt 這一行看不懂，略過: "
                                       PLATCFG-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PLATCFG-FILE.

       FIND-PLATFORM.
      *> === 任務：ARG-PLAT 這個平台在設定表的第幾格 ===
           MOVE 0 TO PT-HIT-IDX.
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-COUNT
               IF PT-CODE(PT-IDX) = ARG-PLAT
                   SET PT-HIT-IDX TO PT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       RUN-IMPORT.
      *> === 任務：匯一個平台 (或所有平台) 這一天的訂單 ===
      *> [規則] 個別訂單被拒/失敗不算整個匯入失敗，日誌跟畫面都列出來，
      *> 修好再匯一次就好 (已入帳的會跳過)。指定單一平台卻找不到
      *> 匯出檔才算失敗 (RETURN-CODE=1)。
           COMPUTE WINDOW-START = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(RUN-DATE) - DUP-DAYS).
           PERFORM OPEN-PLATLOG.
           IF PLAT-ALL
               PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-COUNT
                   SET PT-HIT-IDX TO PT-IDX
                   PERFORM IMPORT-ONE-PLATFORM
               END-PERFORM
           ELSE
               PERFORM IMPORT-ONE-PLATFORM
           END-IF.
           CLOSE PLATLOG-FILE.
           IF NOFILE-COUNT > 0 AND NOT PLAT-ALL
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       IMPORT-ONE-PLATFORM.
      *> === 任務：讀 PT-HIT-IDX 這個平台的匯出檔，一行一行入帳 ===
           MOVE 0 TO IMP-POSTED IMP-REJECTED IMP-FAILED IMP-SKIPPED
                     IMP-AMT LINE-NO LINE-SEQ IMP-PRICEDIFF IMP-DIFF-AMT.
           MOVE SPACES TO LAST-ORDNO.
           MOVE SPACES TO EXPORT-FILENAME.
           STRING FUNCTION TRIM(PT-PREFIX(PT-HIT-IDX)) RUN-DATE ".txt"
                  INTO EXPORT-FILENAME.
           PERFORM LOAD-POSTED-KEYS.

           OPEN INPUT EXPORT-FILE.
           IF WS-EXPORT-STATUS NOT = "00"
               DISPLAY "⚠️ 找不到 " FUNCTION TRIM(PT-NAME(PT-HIT-IDX))
                       " 的匯出檔 " FUNCTION TRIM(EXPORT-FILENAME)
                       "，這個平台沒有匯"
               ADD 1 TO NOFILE-COUNT
               MOVE SPACES TO PLATLOG-LINE
               STRING WS-TIMESTAMP " IMPORT PLAT=" PT-CODE(PT-HIT-IDX)
                      " FILE=" FUNCTION TRIM(EXPORT-FILENAME)
                      " NOFILE" INTO PLATLOG-LINE
               WRITE PLATLOG-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO EXPORT-EOF.
           PERFORM UNTIL EXPORT-EOF = "Y"
               READ EXPORT-FILE
                   AT END
                       MOVE "Y" TO EXPORT-EOF
                   NOT AT END
                       ADD 1 TO LINE-NO
                       PERFORM IMPORT-ONE-LINE
               END-READ
           END-PERFORM.
           CLOSE EXPORT-FILE.

           MOVE SPACES TO PLATLOG-LINE.
           MOVE IMP-DIFF-AMT TO IMP-DIFF-DISP.
           STRING WS-TIMESTAMP " IMPORT PLAT=" PT-CODE(PT-HIT-IDX)
                  " FILE=" FUNCTION TRIM(EXPORT-FILENAME)
                  " TOTALS POSTED=" IMP-POSTED
                  " REJECTED=" IMP-REJECTED
                  " FAILED=" IMP-FAILED
                  " SKIPPED=" IMP-SKIPPED
                  " AMT=" IMP-AMT
                  " PRICEDIFF=" IMP-PRICEDIFF
                  " DIFFAMT=" FUNCTION TRIM(IMP-DIFF-DISP)
                  INTO PLATLOG-LINE.
           WRITE PLATLOG-LINE.
           DISPLAY "==============================".
           DISPLAY " 🛵 " FUNCTION TRIM(PT-NAME(PT-HIT-IDX)) " "
                   RUN-DATE ": 入帳 " IMP-POSTED " 行 " IMP-AMT " 元".
           DISPLAY " 被拒 " IMP-REJECTED " 行，api-drink 失敗 " IMP-FAILED
                   " 行，已入帳跳過 " IMP-SKIPPED " 行".
           IF IMP-REJECTED > 0 OR IMP-FAILED > 0
               DISPLAY " 被拒/失敗的明細在 platlog.txt，修好後再匯一次"
           END-IF.
           IF IMP-PRICEDIFF > 0
               DISPLAY " ⚠️ 有 " IMP-PRICEDIFF " 行店內價跟平台金額對不上 (差 "
                       FUNCTION TRIM(IMP-DIFF-DISP) " 元)，已入帳，"
                       "明細在 platlog.txt (PRICEDIFF)，請對平台上架的價目"
           END-IF.
           IF DK-FULL-COUNT > 0
               DISPLAY " ⚠️ 已入帳表滿了，重匯可能會重複入帳，請人工查"
           END-IF.
           DISPLAY "==============================".

       LOAD-POSTED-KEYS.
      *> === 任務：這個平台最近 DUP-DAYS 天已入帳的單，鍵記進已入帳表 ===
           MOVE 0 TO DK-COUNT.
           MOVE 0 TO DK-FULL-COUNT.
           MOVE "N" TO PLATORD-EOF.
           OPEN INPUT PLATORD-FILE.
           IF WS-PLATORD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL PLATORD-EOF = "Y"
               READ PLATORD-FILE
                   AT END
                       MOVE "Y" TO PLATORD-EOF
                   NOT AT END
                       IF PO-PLAT = PT-CODE(PT-HIT-IDX)
                           AND PO-ODATE IS NUMERIC
                           AND PO-ODATE >= WINDOW-START
                           MOVE SPACES TO LINE-KEY
                           STRING PO-PLAT PO-ORDNO PO-SEQ INTO LINE-KEY
                           PERFORM REMEMBER-POSTED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PLATORD-FILE.

       REMEMBER-POSTED.
      *> === 任務：LINE-KEY 記進已入帳表 ===
           IF DK-COUNT < 2000
               ADD 1 TO DK-COUNT
               MOVE LINE-KEY TO DK-KEY(DK-COUNT)
           ELSE
               ADD 1 TO DK-FULL-COUNT
           END-IF.

       IMPORT-ONE-LINE.
      *> === 任務：匯出檔的一行：驗過 → 跳過已入帳的 → 丟給 API-DRINK ===
           IF EXPORT-LINE = SPACES OR EXPORT-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO EX-ORDNO EX-DATE EX-TIME EX-ITEM EX-QTY
                          EX-SIZE EX-SUGAR EX-ICE EX-TOPP EX-AMT.
           UNSTRING EXPORT-LINE DELIMITED BY ","
               INTO EX-ORDNO, EX-DATE, EX-TIME, EX-ITEM, EX-QTY,
                    EX-SIZE, EX-SUGAR, EX-ICE, EX-TOPP, EX-AMT.
           MOVE FUNCTION TRIM(EX-ORDNO) TO EX-ORDNO.
           MOVE FUNCTION TRIM(EX-DATE)  TO EX-DATE.
           MOVE FUNCTION TRIM(EX-TIME)  TO EX-TIME.
           MOVE FUNCTION TRIM(EX-ITEM)  TO EX-ITEM.
           MOVE FUNCTION TRIM(EX-QTY)   TO EX-QTY.
           MOVE FUNCTION TRIM(EX-SIZE)  TO EX-SIZE.
           MOVE FUNCTION TRIM(EX-SUGAR) TO EX-SUGAR.
           MOVE FUNCTION TRIM(EX-ICE)   TO EX-ICE.
           MOVE FUNCTION TRIM(EX-TOPP)  TO EX-TOPP.
           MOVE FUNCTION TRIM(EX-AMT)   TO EX-AMT.
      *> [防呆] 第一行是欄位標題 (日期那一格不是數字) 就跳過
           IF LINE-NO = 1 AND EX-DATE(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.

      *> [品項序號] 同一張平台單連著好幾行，就是第 1、2、3... 個品項
           IF EX-ORDNO = LAST-ORDNO
               ADD 1 TO LINE-SEQ
           ELSE
               MOVE 1 TO LINE-SEQ
               MOVE EX-ORDNO TO LAST-ORDNO
           END-IF.

           PERFORM CHECK-EXPORT-LINE.
           IF LINE-REASON NOT = SPACES
               ADD 1 TO IMP-REJECTED
               MOVE "REJECTED" TO LINE-OUTCOME
               DISPLAY "⚠️ " FUNCTION TRIM(EXPORT-FILENAME) " 第 " LINE-NO
                       " 行被拒 (" FUNCTION TRIM(LINE-REASON) "): "
                       FUNCTION TRIM(EXPORT-LINE)
               PERFORM LOG-IMPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO LINE-KEY.
           STRING PT-CODE(PT-HIT-IDX) EX-ORDNO(1:16) LINE-SEQ(2:2)
                  INTO LINE-KEY.
           MOVE "N" TO DK-HIT.
           PERFORM VARYING DK-IDX FROM 1 BY 1 UNTIL DK-IDX > DK-COUNT
               IF DK-KEY(DK-IDX) = LINE-KEY
                   MOVE "Y" TO DK-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF DK-HIT = "Y"
               ADD 1 TO IMP-SKIPPED
               MOVE "SKIPPED" TO LINE-OUTCOME
               MOVE "DONE"    TO LINE-REASON
               PERFORM LOG-IMPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           PERFORM POST-ONE-LINE.

       CHECK-EXPORT-LINE.
      *> === 任務：這一行的每一格都要對，對不上就記原因代號 (LINE-REASON) ===
      *> [防護] 平台的檔案是外面來的，會串進 shell 指令字串，
      *> 跟 DAILY-BATCH 一樣先擋掉危險字元。
           MOVE SPACES TO LINE-REASON.
           MOVE 0 TO BAD-CHAR-COUNT.
           INSPECT EXPORT-LINE TALLYING BAD-CHAR-COUNT
               FOR ALL ";" ALL "&" ALL "|" ALL "`" ALL "$"
                   ALL "(" ALL ")" ALL "<" ALL ">" ALL "\"
                   ALL QUOTE ALL "'" ALL "*" ALL "?" ALL "~"
                   ALL "#" ALL "!" ALL "{" ALL "}" ALL "["
                   ALL "]" ALL "^" ALL "=".
           IF BAD-CHAR-COUNT > 0
               MOVE "BADCHAR" TO LINE-REASON
               EXIT PARAGRAPH
           END-IF.
      *> [規則] 平台訂單編號：不能空白、最多 16 碼、中間不能有空白
           IF EX-ORDNO = SPACES OR EX-ORDNO(17:4) NOT = SPACES
               MOVE "ORDERNO" TO LINE-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO SPACE-COUNT.
           COMPUTE FIELD-LEN = FUNCTION LENGTH(FUNCTION TRIM(EX-ORDNO)).
           INSPECT EX-ORDNO(1:FIELD-LEN) TALLYING SPACE-COUNT FOR ALL SPACE.
           IF SPACE-COUNT > 0
               MOVE "ORDERNO" TO LINE-REASON
               EXIT PARAGRAPH
           END-IF.
           IF LINE-SEQ > 99
               MOVE "TOOMANY" TO LINE-REASON
               EXIT PARAGRAPH
           END-IF.
      *> [規則] 日期要是真的日期；太舊的單不自動入帳 (看不到那麼久以前
      *> 入帳過沒有)，時間沒給當 000000
           IF EX-DATE(1:8) IS NOT NUMERIC OR EX-DATE(9:2) NOT = SPACES
               MOVE "DATE" TO LINE-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE EX-DATE(1:8) TO LINE-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(LINE-DATE) NOT = 0
               MOVE "DATE" TO LINE-REASON
               EXIT PARAGRAPH
           END-IF.
           IF LINE-DATE < WINDOW-START
               MOVE "OLD" TO LINE-REASON
               EXIT PARAGRAPH
           END-IF.
           IF EX-TIME = SPACES
               MOVE "000000" TO EX-TIME
           END-IF.
           IF EX-TIME(1:6) IS NOT NUMERIC OR EX-TIME(7:2) NOT = SPACES
               MOVE "TIME" TO LINE-REASON
               EXIT PARAGRAPH
           END-IF.
      *> [規則] 品名要對得到菜單
           MOVE SPACE TO HIT-MENU-ID.
           IF EX-ITEM(11:10) = SPACES
               PERFORM VARYING M-IDX FROM 1 BY 1 UNTIL M-IDX > MENU-COUNT
                   IF M-NAME(M-IDX) = EX-ITEM(1:10)
                       MOVE M-ID(M-IDX) TO HIT-MENU-ID
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           IF HIT-MENU-ID = SPACE
               MOVE "ITEM" TO LINE-REASON
               EXIT PARAGRAPH
           END-IF.
      *> [規則] 杯數 1~999，金額 1~999999 (都要是整數)
           IF FUNCTION TRIM(EX-QTY) IS NOT NUMERIC
               OR EX-QTY(4:2) NOT = SPACES
               MOVE "QTY" TO LINE-REASON
               EXIT PARAGRAPH
           END-IF.
           COMPUTE LINE-QTY = FUNCTION NUMVAL(EX-QTY).
           IF LINE-QTY = 0
               MOVE "QTY" TO LINE-REASON
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(EX-AMT) IS NOT NUMERIC
               OR EX-AMT(7:2) NOT = SPACES
               MOVE "AMOUNT" TO LINE-REASON
               EXIT PARAGRAPH
           END-IF.
           COMPUTE LINE-AMT = FUNCTION NUMVAL(EX-AMT).
           IF LINE-AMT = 0
               MOVE "AMOUNT" TO LINE-REASON
               EXIT PARAGRAPH
           END-IF.
      *> [規則] 杯型/甜度/冰塊一格一個字，加料中間不能有空白；
      *> 代號對不對、有沒有這種加料交給 API-DRINK 照一般銷售檢查
           IF EX-SIZE(2:1) NOT = SPACE OR EX-SUGAR(2:1) NOT = SPACE
               OR EX-ICE(2:1) NOT = SPACE
               MOVE "OPTION" TO LINE-REASON
               EXIT PARAGRAPH
           END-IF.
           IF EX-TOPP NOT = SPACES
               IF EX-TOPP(11:2) NOT = SPACES
                   MOVE "OPTION" TO LINE-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO SPACE-COUNT
               COMPUTE FIELD-LEN =
                       FUNCTION LENGTH(FUNCTION TRIM(EX-TOPP))
               INSPECT EX-TOPP(1:FIELD-LEN)
                   TALLYING SPACE-COUNT FOR ALL SPACE
               IF SPACE-COUNT > 0
                   MOVE "OPTION" TO LINE-REASON
               END-IF
           END-IF.

       POST-ONE-LINE.
      *> === 任務：照一般銷售丟給 API-DRINK，成功了才記進平台訂單帳 ===
      *> [規則] 姓名 = 平台名稱，電話 = "-" (平台不給客人電話，不記會員)，
      *> 付款方式 = 平台代號，"PF=" 帶平台訂單編號，"BD=" 帶營業日
      *> (批次隔天重跑補匯時，訂單還是記在原來那一天)。
           MOVE SPACES TO WS-CMD.
           MOVE 1 TO CMD-PTR.
           STRING "./api-drink " HIT-MENU-ID " "
                  FUNCTION TRIM(PT-NAME(PT-HIT-IDX)) " - "
                  FUNCTION TRIM(EX-QTY) " "
                  PT-CODE(PT-HIT-IDX)
                  " PF=" FUNCTION TRIM(EX-ORDNO)
                  " BD=" RUN-DATE
                  INTO WS-CMD WITH POINTER CMD-PTR.
           IF EX-SIZE NOT = SPACES
               STRING " SZ=" EX-SIZE(1:1)
                      INTO WS-CMD WITH POINTER CMD-PTR
           END-IF.
           IF EX-SUGAR NOT = SPACES
               STRING " SU=" EX-SUGAR(1:1)
                      INTO WS-CMD WITH POINTER CMD-PTR
           END-IF.
           IF EX-ICE NOT = SPACES
               STRING " IC=" EX-ICE(1:1)
                      INTO WS-CMD WITH POINTER CMD-PTR
           END-IF.
           IF EX-TOPP NOT = SPACES
               STRING " TP=" FUNCTION TRIM(EX-TOPP)
                      INTO WS-CMD WITH POINTER CMD-PTR
           END-IF.
           CALL "SYSTEM" USING WS-CMD.
           IF RETURN-CODE NOT = 0
               MOVE RETURN-CODE TO RC-DISP
               DISPLAY "⚠️ api-drink 執行失敗 (RETURN-CODE=" RC-DISP "): "
                       FUNCTION TRIM(EXPORT-FILENAME) " 第 " LINE-NO " 行 "
                       FUNCTION TRIM(EX-ORDNO)
               ADD 1 TO IMP-FAILED
               MOVE "FAILED" TO LINE-OUTCOME
               MOVE SPACES   TO LINE-REASON
               STRING "RC=" RC-DISP INTO LINE-REASON
               PERFORM LOG-IMPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO PLATORD-RECORD.
           MOVE PT-CODE(PT-HIT-IDX) TO PO-PLAT.
           MOVE EX-ORDNO     TO PO-ORDNO.
           MOVE LINE-SEQ     TO PO-SEQ.
           MOVE LINE-DATE    TO PO-ODATE.
           MOVE EX-TIME(1:6) TO PO-OTIME.
           MOVE EX-ITEM(1:10) TO PO-ITEM.
           MOVE LINE-QTY     TO PO-QTY.
           MOVE LINE-AMT     TO PO-GROSS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO PO-POSTED.
           PERFORM READ-BACK-PRICE.
           MOVE POSTED-PRICE TO PO-PRICE.
           OPEN EXTEND PLATORD-FILE.
           IF WS-PLATORD-STATUS = "35"
      *> [注意] "35" 表示 platord.txt 還不存在，第一筆就用 OUTPUT 建立它。
               OPEN OUTPUT PLATORD-FILE
           END-IF.
           WRITE PLATORD-RECORD.
           CLOSE PLATORD-FILE.
           PERFORM REMEMBER-POSTED.
           ADD 1 TO IMP-POSTED.
           ADD LINE-AMT TO IMP-AMT.
      *> [規則] 已經入帳 (庫存扣了、發票開了) 就不退回，價錢對不上
      *> 記 PRICEDIFF：會計應收照店內價入帳、週結照平台金額算，差額要人工追。
           IF PRICE-FOUND = "N" OR POSTED-PRICE NOT = LINE-AMT
               COMPUTE LINE-DIFF = POSTED-PRICE - LINE-AMT
               ADD 1 TO IMP-PRICEDIFF
               ADD LINE-DIFF TO IMP-DIFF-AMT
               MOVE LINE-DIFF TO LINE-DIFF-DISP
               MOVE "PRICEDIFF" TO LINE-OUTCOME
               MOVE SPACES TO LINE-REASON
               IF PRICE-FOUND = "N"
                   MOVE "NOORDER" TO LINE-REASON
               ELSE
                   STRING "OURS=" POSTED-PRICE INTO LINE-REASON
               END-IF
               DISPLAY "⚠️ " FUNCTION TRIM(EXPORT-FILENAME) " 第 " LINE-NO
                       " 行 " FUNCTION TRIM(EX-ORDNO) " 店內入帳 "
                       POSTED-PRICE " 元，平台 " LINE-AMT " 元 (差 "
                       FUNCTION TRIM(LINE-DIFF-DISP) ")"
           ELSE
               MOVE "POSTED" TO LINE-OUTCOME
               MOVE "OK"     TO LINE-REASON
           END-IF.
           PERFORM LOG-IMPORT-LINE.

       READ-BACK-PRICE.
      *> === 任務：orders.txt 裡讀回剛入帳的那一筆，拿它的 R-PRICE ===
      *> [規則] 平台單一行一行照順序入帳，同一個平台、同一個平台訂單編號
      *> 的最後一筆銷售就是剛剛那一行。讀不到 (PRICE-FOUND=N) 也記 PRICEDIFF。
           MOVE 0   TO POSTED-PRICE.
           MOVE "N" TO PRICE-FOUND.
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
                       IF R-PAY = PT-CODE(PT-HIT-IDX)
                           AND R-PLATNO = EX-ORDNO(1:16)
                           AND R-TYPE NOT = "R"
                           AND R-PRICE IS NUMERIC
                           MOVE R-PRICE TO POSTED-PRICE
                           MOVE "Y" TO PRICE-FOUND
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDER-FILE.

       OPEN-PLATLOG.
      *> === 任務：打開平台日誌，接在舊日誌後面寫，歷史不要洗掉 ===
           OPEN EXTEND PLATLOG-FILE.
           IF WS-PLATLOG-STATUS = "35"
      *> [注意] "35" 表示 platlog.txt 還不存在，第一次就用 OUTPUT 建立它。
               OPEN OUTPUT PLATLOG-FILE
           END-IF.

       LOG-IMPORT-LINE.
      *> === 任務：匯出檔這一行的下場記一筆進平台日誌 ===
           MOVE SPACES TO PLATLOG-LINE.
           STRING WS-TIMESTAMP " IMPORT PLAT=" PT-CODE(PT-HIT-IDX)
                  " FILE=" FUNCTION TRIM(EXPORT-FILENAME)
                  " LINE=" LINE-NO
                  " " LINE-OUTCOME
                  " " FUNCTION TRIM(LINE-REASON)
                  " " FUNCTION TRIM(EXPORT-LINE)
                  INTO PLATLOG-LINE.
           WRITE PLATLOG-LINE.

       RUN-PAYOUT.
      *> === 任務：平台一週的單對平台的撥款明細，列出沒撥/少撥的單 ===
           COMPUTE WEEK-END = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(RUN-DATE) + 6).
           COMPUTE WINDOW-START = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(RUN-DATE) - LATE-DAYS).
           MOVE SPACES TO PAYOUT-FILENAME.
           STRING FUNCTION TRIM(PT-PREFIX(PT-HIT-IDX)) "pay" RUN-DATE ".txt"
                  INTO PAYOUT-FILENAME.
           MOVE SPACES TO PAYREC-FILENAME.
           STRING FUNCTION TRIM(PT-PREFIX(PT-HIT-IDX)) "rec" RUN-DATE ".txt"
                  INTO PAYREC-FILENAME.

           OPEN INPUT PAYOUT-FILE.
           IF WS-PAYOUT-STATUS NOT = "00"
               DISPLAY "⚠️ 找不到 " FUNCTION TRIM(PT-NAME(PT-HIT-IDX))
                       " 的撥款明細 " FUNCTION TRIM(PAYOUT-FILENAME)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-LEDGER-ORDERS.
           OPEN OUTPUT PAYREC-FILE.
           PERFORM UNTIL PAYOUT-EOF = "Y"
               READ PAYOUT-FILE
                   AT END
                       MOVE "Y" TO PAYOUT-EOF
                   NOT AT END
                       ADD 1 TO PY-LINE-NO
                       PERFORM APPLY-PAYOUT-LINE
               END-READ
           END-PERFORM.
           CLOSE PAYOUT-FILE.

           PERFORM VARYING OT-IDX FROM 1 BY 1 UNTIL OT-IDX > OT-COUNT
               PERFORM CHECK-ONE-ORDER
           END-PERFORM.
           PERFORM WRITE-PAYOUT-TOTALS.
           CLOSE PAYREC-FILE.

           MOVE PO-PAID-TOTAL TO PO-PAID-DISP.
           PERFORM OPEN-PLATLOG.
           MOVE SPACES TO PLATLOG-LINE.
           STRING WS-TIMESTAMP " PAYOUT PLAT=" PT-CODE(PT-HIT-IDX)
                  " FROM=" RUN-DATE " TO=" WEEK-END
                  " ORDERS=" PO-ORDERS
                  " EXPECT=" PO-EXPECT-TOTAL
                  " PAID=" FUNCTION TRIM(PO-PAID-DISP)
                  " UNPAID=" UNPAID-COUNT
                  " SHORT=" SHORT-COUNT
                  " UNKNOWN=" UNKNOWN-COUNT
                  INTO PLATLOG-LINE.
           WRITE PLATLOG-LINE.
           CLOSE PLATLOG-FILE.

           DISPLAY "==============================".
           DISPLAY " 🛵 " FUNCTION TRIM(PT-NAME(PT-HIT-IDX)) " 週結 "
                   RUN-DATE " ~ " WEEK-END ": " PO-ORDERS " 張單".
           DISPLAY " 毛額 " PO-GROSS-TOTAL " 抽成 " PO-COMM-TOTAL
                   " 應撥 " PO-EXPECT-TOTAL
                   " 實撥 " FUNCTION TRIM(PO-PAID-DISP).
           DISPLAY " 沒撥 " UNPAID-COUNT " 張 " UNPAID-AMT " 元，少撥 "
                   SHORT-COUNT " 張 " SHORT-AMT " 元，多撥 " OVER-COUNT
                   " 張，撥到不認得的單 " UNKNOWN-COUNT " 張".
           IF LATE-COUNT > 0
               DISPLAY " 這次撥到前幾週的單 " LATE-COUNT " 張"
           END-IF.
           IF BADLINE-COUNT > 0
               DISPLAY " ⚠️ 撥款明細有 " BADLINE-COUNT " 行看不懂，請人工查"
           END-IF.
           IF OT-FULL-COUNT > 0
               DISPLAY " ⚠️ 表格滿了，有單沒對到，報表不完整"
           END-IF.
           DISPLAY " 明細在 " FUNCTION TRIM(PAYREC-FILENAME).
           DISPLAY "==============================".
           MOVE 0 TO RETURN-CODE.

       LOAD-LEDGER-ORDERS.
      *> === 任務：平台訂單帳裡這個平台的單，一張平台單加總成一格 ===
      *> [規則] 這一週的單都要對；更早 LATE-DAYS 天內的單也讀進來，
      *> 只是為了認出「撥到前幾週的單」，不算這一週的應收。
           OPEN INPUT PLATORD-FILE.
           IF WS-PLATORD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL PLATORD-EOF = "Y"
               READ PLATORD-FILE
                   AT END
                       MOVE "Y" TO PLATORD-EOF
                   NOT AT END
                       IF PO-PLAT = PT-CODE(PT-HIT-IDX)
                           AND PO-ODATE IS NUMERIC
                           AND PO-ODATE >= WINDOW-START
                           AND PO-ODATE <= WEEK-END
                           PERFORM TALLY-LEDGER-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PLATORD-FILE.

       TALLY-LEDGER-LINE.
      *> === 任務：平台訂單帳的一行加進它那張平台單的格子 ===
           MOVE PO-ORDNO TO PY-ORDNO.
           PERFORM FIND-ORDER-SLOT.
           IF OT-HIT-IDX = 0
               IF OT-COUNT < 1500
                   ADD 1 TO OT-COUNT
                   MOVE PO-ORDNO TO OT-ORDNO(OT-COUNT)
                   MOVE PO-ODATE TO OT-DATE(OT-COUNT)
                   MOVE 0        TO OT-LINES(OT-COUNT)
                   MOVE 0        TO OT-GROSS(OT-COUNT)
                   MOVE 0        TO OT-PAID(OT-COUNT)
                   MOVE "N"      TO OT-PAYSEEN(OT-COUNT)
                   IF PO-ODATE >= RUN-DATE
                       MOVE "Y" TO OT-INWEEK(OT-COUNT)
                   ELSE
                       MOVE "N" TO OT-INWEEK(OT-COUNT)
                   END-IF
                   MOVE OT-COUNT TO OT-HIT-IDX
               ELSE
                   ADD 1 TO OT-FULL-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO OT-LINES(OT-HIT-IDX).
           IF PO-GROSS IS NUMERIC
               ADD PO-GROSS TO OT-GROSS(OT-HIT-IDX)
           END-IF.

       FIND-ORDER-SLOT.
      *> === 任務：PY-ORDNO 這張平台單在彙總表的第幾格，沒有就是 0 ===
           MOVE 0 TO OT-HIT-IDX.
           PERFORM VARYING OT-IDX FROM 1 BY 1 UNTIL OT-IDX > OT-COUNT
               IF OT-ORDNO(OT-IDX) = PY-ORDNO
                   SET OT-HIT-IDX TO OT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       APPLY-PAYOUT-LINE.
      *> === 任務：撥款明細的一行，撥的錢記到那張平台單上 ===
           IF PAYOUT-LINE = SPACES OR PAYOUT-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO PY-ORDNO PY-DATE PY-GROSS PY-COMM PY-NET.
           UNSTRING PAYOUT-LINE DELIMITED BY ","
               INTO PY-ORDNO, PY-DATE, PY-GROSS, PY-COMM, PY-NET.
           MOVE FUNCTION TRIM(PY-ORDNO) TO PY-ORDNO.
           MOVE FUNCTION TRIM(PY-NET)   TO PY-NET.
      *> [淨額] "-" 開頭是平台扣回的錢，數字部分一樣要是整數
           IF PY-NET(1:1) = "-"
               MOVE PY-NET(2:9) TO PY-NET-DIGITS
           ELSE
               MOVE PY-NET TO PY-NET-DIGITS
           END-IF.
           IF PY-ORDNO = SPACES
               OR PY-NET-DIGITS = SPACES
               OR FUNCTION TRIM(PY-NET-DIGITS) IS NOT NUMERIC
               OR PY-NET-DIGITS(8:3) NOT = SPACES
      *> [防呆] 第一行是欄位標題就跳過，其他看不懂的行要記下來
               IF PY-LINE-NO > 1
                   ADD 1 TO BADLINE-COUNT
                   MOVE SPACES TO PAYREC-LINE
                   STRING "BADLINE LINE=" PY-LINE-NO " "
                          FUNCTION TRIM(PAYOUT-LINE)
                          INTO PAYREC-LINE
                   WRITE PAYREC-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           COMPUTE PY-AMT = FUNCTION NUMVAL(PY-NET-DIGITS).
           IF PY-NET(1:1) = "-"
               COMPUTE PY-AMT = 0 - PY-AMT
           END-IF.
           ADD PY-AMT TO PO-PAID-TOTAL.

           PERFORM FIND-ORDER-SLOT.
           IF OT-HIT-IDX > 0
               ADD PY-AMT TO OT-PAID(OT-HIT-IDX)
               MOVE "Y" TO OT-PAYSEEN(OT-HIT-IDX)
           ELSE
      *> [UNKNOWN] 撥了一張平台訂單帳裡沒有的單：可能是匯入被拒、
      *> 沒匯到，或是平台撥錯，都要人工查
               ADD 1 TO UNKNOWN-COUNT
               ADD PY-AMT TO UNKNOWN-AMT
               MOVE PY-AMT TO SIGNED-DISP
               MOVE SPACES TO PAYREC-LINE
               STRING "UNKNOWN PLAT=" PT-CODE(PT-HIT-IDX)
                      " ORDER=" FUNCTION TRIM(PY-ORDNO)
                      " DATE=" FUNCTION TRIM(PY-DATE)
                      " PAID=" FUNCTION TRIM(SIGNED-DISP)
                      INTO PAYREC-LINE
               WRITE PAYREC-LINE
           END-IF.

       CHECK-ONE-ORDER.
      *> === 任務：一張平台單的應收 (毛額 - 抽成) 跟實撥比，對不上就列出來 ===
           COMPUTE ORD-COMM ROUNDED =
                   OT-GROSS(OT-IDX) * PT-RATE(PT-HIT-IDX) / 100.
           COMPUTE ORD-EXPECT = OT-GROSS(OT-IDX) - ORD-COMM.
           COMPUTE ORD-DIFF = OT-PAID(OT-IDX) - ORD-EXPECT.
           MOVE SPACES TO FLAG-CODE.
           IF OT-INWEEK(OT-IDX) = "N"
      *> [LATE] 前幾週的單這週才撥 (之前那一週的報表把它列成沒撥)
               IF OT-PAYSEEN(OT-IDX) = "Y"
                   ADD 1 TO LATE-COUNT
                   MOVE "LATE" TO FLAG-CODE
                   PERFORM WRITE-ORDER-FLAG
               END-IF
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO PO-ORDERS.
           ADD OT-GROSS(OT-IDX) TO PO-GROSS-TOTAL.
           ADD ORD-COMM TO PO-COMM-TOTAL.
           ADD ORD-EXPECT TO PO-EXPECT-TOTAL.
           EVALUATE TRUE
               WHEN OT-PAYSEEN(OT-IDX) = "N"
                   ADD 1 TO UNPAID-COUNT
                   ADD ORD-EXPECT TO UNPAID-AMT
                   MOVE "UNPAID" TO FLAG-CODE
               WHEN ORD-DIFF < 0 - PAY-TOLERANCE
                   ADD 1 TO SHORT-COUNT
                   COMPUTE SHORT-BY = 0 - ORD-DIFF
                   ADD SHORT-BY TO SHORT-AMT
                   MOVE "SHORT" TO FLAG-CODE
               WHEN ORD-DIFF > PAY-TOLERANCE
                   ADD 1 TO OVER-COUNT
                   MOVE "OVER" TO FLAG-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF FLAG-CODE NOT = SPACES
               PERFORM WRITE-ORDER-FLAG
           END-IF.

       WRITE-ORDER-FLAG.
      *> === 任務：一張對不上的平台單寫一行，帶訂單日期、毛額、抽成、應撥、實撥 ===
           MOVE OT-PAID(OT-IDX) TO SIGNED-DISP.
           MOVE SPACES TO PAYREC-LINE.
           MOVE 1 TO PR-PTR.
           STRING FUNCTION TRIM(FLAG-CODE)
                  " PLAT=" PT-CODE(PT-HIT-IDX)
                  " ORDER=" FUNCTION TRIM(OT-ORDNO(OT-IDX))
                  " DATE=" OT-DATE(OT-IDX)
                  " LINES=" OT-LINES(OT-IDX)
                  " GROSS=" OT-GROSS(OT-IDX)
                  " COMM=" ORD-COMM
                  " EXPECT=" ORD-EXPECT
                  " PAID=" FUNCTION TRIM(SIGNED-DISP)
                  INTO PAYREC-LINE WITH POINTER PR-PTR.
           IF FLAG-CODE = "SHORT"
               STRING " SHORTBY=" SHORT-BY
                      INTO PAYREC-LINE WITH POINTER PR-PTR
           END-IF.
           WRITE PAYREC-LINE.

       WRITE-PAYOUT-TOTALS.
      *> === 任務：最後一行寫這一週的總數 ===
           MOVE PO-PAID-TOTAL TO PO-PAID-DISP.
           MOVE UNKNOWN-AMT   TO UNKNOWN-DISP.
           MOVE SPACES TO PAYREC-LINE.
           STRING "PLAT=" PT-CODE(PT-HIT-IDX)
                  " FROM=" RUN-DATE
                  " TO=" WEEK-END
                  " RATE=" PT-RATE(PT-HIT-IDX)
                  " ORDERS=" PO-ORDERS
                  " GROSS=" PO-GROSS-TOTAL
                  " COMM=" PO-COMM-TOTAL
                  " EXPECT=" PO-EXPECT-TOTAL
                  " PAID=" FUNCTION TRIM(PO-PAID-DISP)
                  " UNPAID=" UNPAID-COUNT
                  " UNPAIDAMT=" UNPAID-AMT
                  " SHORT=" SHORT-COUNT
                  " SHORTAMT=" SHORT-AMT
                  " OVER=" OVER-COUNT
                  " LATE=" LATE-COUNT
                  " UNKNOWN=" UNKNOWN-COUNT
                  " UNKNOWNAMT=" FUNCTION TRIM(UNKNOWN-DISP)
                  " BADLINE=" BADLINE-COUNT
                  " TABLEFULL=" OT-FULL-COUNT
                  INTO PAYREC-LINE.
           WRITE PAYREC-LINE.
