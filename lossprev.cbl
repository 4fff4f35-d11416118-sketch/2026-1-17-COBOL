       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
      PROGRAM-ID. LOSS-PREVENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> --- 訂單檔：活的 orders.txt 跟收月後的 archYYYYMM.txt 輪流開，
      *> 退款在這一週，原單可能是好幾個月前的 ---
           SELECT ORDER-FILE ASSIGN TO ORDER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORDER-STATUS.

      *> --- 封存清單檔：收月後的訂單在 archYYYYMM.txt，先列出來再逐檔讀 ---
           SELECT ARCHLIST-FILE ASSIGN TO "archlist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHLIST-STATUS.

      *> --- 發票登記簿：作廢 "V" 的每一張都要對得到一筆退款單 ---
           SELECT INVREG-FILE ASSIGN TO "invreg.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INVREG-STATUS.

      *> --- 關帳檔：SHIFT-CLOSE 的 AT= 時間，看退款是不是擠在關帳前 ---
           SELECT CLOSEOUT-FILE ASSIGN TO "closeout.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLOSE-STATUS.

      *> --- 批次日誌：被拒或失敗的退款交易，一直試就是警訊 ---
           SELECT RUNLOG-FILE ASSIGN TO "runlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.

      *> --- 防弊報表：一個疑點一行，帶原單日期、發票號碼、金額給店長追 ---
           SELECT LOSSPREV-FILE ASSIGN TO "lossprev.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> [注意] 以下欄位長度必須跟 API-DRINK 裡的 ORDER-RECORD 逐位元組對齊。
       FD  ORDER-FILE.
       01  ORDER-RECORD.
           05  R-NAME      PIC X(20).
           05  R-PHONE     PIC X(15).
      *> [欄位] 會員電話，退款跟原單靠它 + 品項 + 原單日對起來。
           05  R-ITEM      PIC X(10).
           05  R-UNIT      PIC 9(3).
           05  R-QTY       PIC 9(3).
           05  R-PRICE     PIC 9(5).
      *> [欄位] 這一筆實收 (退款=退出去) 的總額。
           05  R-DATE      PIC 9(8).
           05  R-DISC      PIC X(5).
           05  R-TYPE      PIC X(1).
      *> [欄位] "R"=退款，其他=銷售。
           05  R-REF-DATE  PIC X(8).
      *> [欄位] 退款專用：原單日期。
           05  R-PAY       PIC X(1).
      *> [欄位] 付款/退款方式："C"/空白=現金，"K"=刷卡，"M"=行動，"V"=儲值。
           05  R-SIZE      PIC X(1).
           05  R-SUGAR     PIC X(1).
           05  R-ICE       PIC X(1).
           05  R-TOPP      PIC X(10).
           05  R-ADDON     PIC X(3).
           05  R-INVNO     PIC X(10).
      *> [欄位] 發票號碼；退款記被作廢的原發票號碼。
           05  R-TIME      PIC X(6).
      *> [欄位] 交易時間 (HHMMSS)，舊訂單空白。
           05  R-PLATNO    PIC X(16).
      *> [欄位] 外送平台訂單編號 (付款方式 F/U 才有)，其他訂單是空白。

       FD  ARCHLIST-FILE.
       01  ARCHLIST-LINE   PIC X(20).
      *> [欄位] 一行一個封存檔名，例如 "arch202603.txt"。

      *> [注意] 以下欄位長度必須跟 API-DRINK 裡的 INVREG-RECORD 逐位元組對齊。
       FD  INVREG-FILE.
       01  INVREG-RECORD.
           05  IR-STATUS   PIC X(1).
      *> [欄位] "I"=開出，"V"=作廢。
           05  IR-NO       PIC X(10).
           05  IR-DATE     PIC 9(8).
           05  IR-PHONE    PIC X(15).
           05  IR-ITEM     PIC X(10).
           05  IR-AMT      PIC 9(5).

       FD  CLOSEOUT-FILE.
       01  CLOSEOUT-LINE   PIC X(160).
      *> [欄位] SHIFT-CLOSE 寫的關帳行："YYYYMMDD AT=YYYYMMDDHHMMSS ..."。

       FD  RUNLOG-FILE.
       01  RUNLOG-LINE     PIC X(160).
      *> [欄位] DAILY-BATCH 寫的日誌："時間戳 下場 原因 交易內容"。

       FD  LOSSPREV-FILE.
       01  LOSSPREV-LINE   PIC X(200).
      *> [設定] 防弊報表每一行的長度。

       WORKING-STORAGE SECTION.
       01  WS-ORDER-STATUS    PIC X(2).
      *> [狀態碼] ORDER-FILE 開檔的結果，"35"=檔案不存在 (當 0 筆)。
       01  WS-ARCHLIST-STATUS PIC X(2).
      *> [狀態碼] ARCHLIST-FILE 開檔的結果。
       01  WS-INVREG-STATUS   PIC X(2).
      *> [狀態碼] INVREG-FILE 開檔的結果，"35"=還沒開過發票。
       01  WS-CLOSE-STATUS    PIC X(2).
      *> [狀態碼] CLOSEOUT-FILE 開檔的結果，"35"=還沒關過帳。
       01  WS-RUNLOG-STATUS   PIC X(2).
      *> [狀態碼] RUNLOG-FILE 開檔的結果，"35"=還沒跑過批次。
       01  WS-LP-STATUS       PIC X(2).
      *> [狀態碼] LOSSPREV-FILE 開檔的結果。

       01  CMD-LINE        PIC X(40).
      *> [參數] 指令列："[週報最後一天 YYYYMMDD] [舊單天數]"。
       01  ARG-DATE        PIC X(8).
       01  ARG-DAYS        PIC X(4).
       01  END-DATE        PIC 9(8) VALUE 0.
      *> [變數] 這一週的最後一天 (含)。
       01  START-DATE      PIC 9(8) VALUE 0.
      *> [變數] 這一週的第一天 (含) = 最後一天往前 6 天。
       01  OLD-DAYS        PIC 9(4) VALUE 30.
      *> [設定] 退超過幾天前的單算「舊單退款」，可以用第 2 個參數改。
       01  PRECLOSE-SECONDS PIC 9(5) VALUE 1800.
      *> [設定] 關帳前幾秒內的退款算「關帳前退款」(30 分鐘)。
       01  RATE-MIN-REFUNDS PIC 9(3) VALUE 2.
      *> [設定] 一週至少退幾筆才看退款率，偶爾退一杯不算。
       01  RATE-LIMIT-PCT  PIC 9(3) VALUE 20.
      *> [設定] 退款金額佔銷售金額幾 % 以上算退款率偏高。
       01  ORDER-FILENAME  PIC X(20).
      *> [變數] 現在在讀哪一支訂單檔。
       01  WS-CMD          PIC X(120).
      *> [變數] 組給 CALL "SYSTEM" 執行的外部指令字串。
       01  SCAN-PASS       PIC 9(1) VALUE 1.
      *> [變數] 掃訂單檔第幾輪：1=收這一週的退款跟銷售統計，2=找退款的原單。

       01  ORDER-EOF       PIC X(1) VALUE "N".
       01  ARCHLIST-EOF    PIC X(1) VALUE "N".
       01  INVREG-EOF      PIC X(1) VALUE "N".
       01  CLOSEOUT-EOF    PIC X(1) VALUE "N".
       01  RUNLOG-EOF      PIC X(1) VALUE "N".
      *> [開關] 各檔有沒有讀到底。

      *> --- 這一週的退款 (第 1 輪收進來，第 2 輪補原單資料) ---
       01  REFUND-TABLE.
           05  RF-ENTRY OCCURS 500 TIMES INDEXED BY RF-IDX.
               10  RF-DATE       PIC 9(8).
               10  RF-TIME       PIC X(6).
               10  RF-PHONE      PIC X(15).
               10  RF-ITEM       PIC X(10).
               10  RF-QTY        PIC 9(3).
               10  RF-AMT        PIC 9(5).
               10  RF-PAY        PIC X(1).
               10  RF-REFDATE    PIC X(8).
               10  RF-INVNO      PIC X(10).
               10  RF-ORIG-FOUND PIC X(1).
               10  RF-ORIG-PAY   PIC X(1).
               10  RF-ORIG-AMT   PIC 9(5).
               10  RF-ORIG-TIME  PIC X(6).
       01  RF-COUNT        PIC 9(4) VALUE 0.
       01  RF-FULL-COUNT   PIC 9(4) VALUE 0.
      *> [計數器] 退款表滿了沒收進來的筆數，>0 表示報表不完整。
       01  REFUND-AMT-TOTAL PIC 9(8) VALUE 0.
      *> [變數] 這一週退款總額。

      *> --- 這一週每個會員 / 每個品項的銷售跟退款 (算退款率) ---
       01  STAT-TABLE.
           05  ST-ENTRY OCCURS 500 TIMES INDEXED BY ST-IDX.
               10  ST-KIND       PIC X(1).
      *> [陣列內容] "P"=會員電話，"I"=品項。
               10  ST-KEY        PIC X(15).
               10  ST-SALES      PIC 9(5).
               10  ST-SALEAMT    PIC 9(8).
               10  ST-REFUNDS    PIC 9(5).
               10  ST-REFAMT     PIC 9(8).
       01  ST-COUNT        PIC 9(4) VALUE 0.
       01  ST-FULL-COUNT   PIC 9(4) VALUE 0.
       01  FIND-KIND       PIC X(1).
       01  FIND-KEY        PIC X(15).
      *> [變數] 要找 (找不到就新增) 的統計格。
       01  ST-SLOT         PIC 9(4) VALUE 0.
      *> [變數] 找到的格子，0=表滿了。
       01  RATE-PCT        PIC 9(3) VALUE 0.
      *> [變數] 退款金額 / 銷售金額 (%)，沒有銷售就是 999。
       01  LP-PTR          PIC 9(3) VALUE 1.
      *> [變數] 報表行寫到第幾個字，分好幾段 STRING 接著寫。

      *> --- 這一週作廢的發票 ---
       01  VOID-TABLE.
           05  VD-ENTRY OCCURS 300 TIMES INDEXED BY VD-IDX.
               10  VD-NO         PIC X(10).
               10  VD-DATE       PIC 9(8).
               10  VD-PHONE      PIC X(15).
               10  VD-ITEM       PIC X(10).
               10  VD-AMT        PIC 9(5).
               10  VD-MATCHED    PIC X(1).
               10  VD-ORIG-DATE  PIC 9(8).
               10  VD-ORIG-AMT   PIC 9(5).
       01  VD-COUNT        PIC 9(4) VALUE 0.
       01  VD-FULL-COUNT   PIC 9(4) VALUE 0.

      *> --- 這一週每天最後一次關帳的時間 ---
       01  CLOSE-TABLE.
           05  CL-ENTRY OCCURS 50 TIMES INDEXED BY CL-IDX.
               10  CL-DATE       PIC 9(8).
               10  CL-TIME       PIC X(6).
       01  CL-COUNT        PIC 9(3) VALUE 0.

      *> --- 退款時間跟關帳時間換成秒來比 ---
       01  CLOSE-SECS      PIC 9(5) VALUE 0.
       01  REFUND-SECS     PIC 9(5) VALUE 0.
       01  GAP-SECS        PIC 9(5) VALUE 0.
       01  GAP-MIN         PIC 9(3) VALUE 0.
       01  AGE-DAYS        PIC 9(5) VALUE 0.
      *> [變數] 退款日 - 原單日 (天)。
       01  REF-DATE-NUM    PIC 9(8) VALUE 0.

      *> --- 批次日誌拆開來的欄位 ---
       01  LG-TS           PIC X(14).
       01  LG-OUTCOME      PIC X(10).
       01  LG-REASON       PIC X(20).
       01  LG-ID           PIC X(10).
       01  LG-NAME         PIC X(20).
       01  LG-PHONE        PIC X(15).
       01  LG-QTY          PIC X(5).
       01  LG-TOKENS.
           05  LG-TOKEN OCCURS 6 TIMES INDEXED BY LG-IDX PIC X(12).
       01  LG-REFDATE      PIC X(12).
      *> [變數] 這一筆被拒退款要退的原單日期。

      *> --- 計數器 ---
       01  OLDREF-COUNT    PIC 9(4) VALUE 0.
       01  CASHBACK-COUNT  PIC 9(4) VALUE 0.
       01  RATE-COUNT      PIC 9(4) VALUE 0.
       01  PRECLOSE-COUNT  PIC 9(4) VALUE 0.
       01  VOIDNOREF-COUNT PIC 9(4) VALUE 0.
       01  RFFAIL-COUNT    PIC 9(4) VALUE 0.
       01  NOORIG-COUNT    PIC 9(4) VALUE 0.
       01  FLAG-COUNT      PIC 9(5) VALUE 0.
      *> [計數器] 疑點總數。

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *> === 主流程指揮官：收這一週的退款跟作廢發票，一條規則一條規則篩 ===
      *> [規則] 篩出來的疑點 (lossprev.txt 一行一個)：
      *>   OLDREF    退的是 OLD-DAYS 天以前的單
      *>   CASHBACK  原單刷卡/行動/儲值付的，退款卻退現金
      *>   NOORIG    原單找不到 (證據不齊，要人工查)
      *>   RATE      會員或品項這一週的退款率偏高
      *>   PRECLOSE  關帳前 30 分鐘內的退款
      *>   VOIDNOREF 發票作廢了，卻沒有對應的退款單
      *>   RFFAIL    批次裡被拒或失敗的退款交易
           ACCEPT CMD-LINE FROM COMMAND-LINE.
           UNSTRING CMD-LINE DELIMITED BY ALL SPACES
               INTO ARG-DATE, ARG-DAYS.
           IF ARG-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO END-DATE
           ELSE
               IF ARG-DATE IS NUMERIC
                   MOVE ARG-DATE TO END-DATE
               ELSE
                   PERFORM SHOW-USAGE
               END-IF
           END-IF.
           IF ARG-DAYS NOT = SPACES
               IF FUNCTION TRIM(ARG-DAYS) IS NUMERIC
                   COMPUTE OLD-DAYS = FUNCTION NUMVAL(ARG-DAYS)
               ELSE
                   PERFORM SHOW-USAGE
               END-IF
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(END-DATE) NOT = 0
               PERFORM SHOW-USAGE
           END-IF.
           COMPUTE START-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(END-DATE) - 6).

           PERFORM LOAD-CLOSE-TIMES.
           PERFORM LOAD-VOIDS.
           MOVE 1 TO SCAN-PASS.
           PERFORM SCAN-ALL-ORDER-FILES.
           MOVE 2 TO SCAN-PASS.
           PERFORM SCAN-ALL-ORDER-FILES.

           OPEN OUTPUT LOSSPREV-FILE.
           PERFORM VARYING RF-IDX FROM 1 BY 1 UNTIL RF-IDX > RF-COUNT
               PERFORM CHECK-ONE-REFUND
           END-PERFORM.
           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-COUNT
               PERFORM CHECK-ONE-RATE
           END-PERFORM.
           PERFORM VARYING VD-IDX FROM 1 BY 1 UNTIL VD-IDX > VD-COUNT
               IF VD-MATCHED(VD-IDX) = "N"
                   PERFORM WRITE-VOIDNOREF
               END-IF
           END-PERFORM.
           PERFORM SCAN-RUNLOG.
           PERFORM WRITE-TOTALS.
           CLOSE LOSSPREV-FILE.

           DISPLAY "==============================".
           DISPLAY " 防弊週報 " START-DATE " ~ " END-DATE
                   ": 退款 " RF-COUNT " 筆 " REFUND-AMT-TOTAL " 元".
           DISPLAY " 疑點 " FLAG-COUNT " 個 (舊單 " OLDREF-COUNT
                   "、退現金 " CASHBACK-COUNT "、退款率 " RATE-COUNT
                   "、關帳前 " PRECLOSE-COUNT "、作廢沒退款 "
                   VOIDNOREF-COUNT "、被拒退款 " RFFAIL-COUNT ")".
           IF RF-FULL-COUNT > 0 OR ST-FULL-COUNT > 0
               OR VD-FULL-COUNT > 0
               DISPLAY " ⚠️ 表格滿了，有資料沒看到，報表不完整"
           END-IF.
           DISPLAY " 明細在 lossprev.txt".
           DISPLAY "==============================".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       SHOW-USAGE.
      *> === 任務：印用法，結束 ===
           DISPLAY "用法: loss-prevent [週報最後一天 YYYYMMDD] [舊單天數]".
           MOVE 1 TO RETURN-CODE.
           STOP RUN.

       LOAD-CLOSE-TIMES.
      *> === 任務：這一週每天最後一次關帳的時間 (HHMMSS) 記進表 ===
           OPEN INPUT CLOSEOUT-FILE.
           IF WS-CLOSE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL CLOSEOUT-EOF = "Y"
               READ CLOSEOUT-FILE
                   AT END
                       MOVE "Y" TO CLOSEOUT-EOF
                   NOT AT END
                       IF CLOSEOUT-LINE(1:8) IS NUMERIC
                           AND CLOSEOUT-LINE(9:4) = " AT="
                           AND CLOSEOUT-LINE(21:6) IS NUMERIC
                           AND CLOSEOUT-LINE(1:8) >= START-DATE
                           AND CLOSEOUT-LINE(1:8) <= END-DATE
                           PERFORM REMEMBER-CLOSE-TIME
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLOSEOUT-FILE.

       REMEMBER-CLOSE-TIME.
      *> === 任務：同一天關兩次以最後一次為準 ===
           PERFORM VARYING CL-IDX FROM 1 BY 1 UNTIL CL-IDX > CL-COUNT
               IF CL-DATE(CL-IDX) = CLOSEOUT-LINE(1:8)
                   MOVE CLOSEOUT-LINE(21:6) TO CL-TIME(CL-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF CL-COUNT < 50
               ADD 1 TO CL-COUNT
               MOVE CLOSEOUT-LINE(1:8)  TO CL-DATE(CL-COUNT)
               MOVE CLOSEOUT-LINE(21:6) TO CL-TIME(CL-COUNT)
           END-IF.

       LOAD-VOIDS.
      *> === 任務：這一週作廢的發票收進表，再翻一次登記簿補原發票的日期金額 ===
           OPEN INPUT INVREG-FILE.
           IF WS-INVREG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL INVREG-EOF = "Y"
               READ INVREG-FILE
                   AT END
                       MOVE "Y" TO INVREG-EOF
                   NOT AT END
                       IF IR-STATUS = "V"
                           AND IR-DATE >= START-DATE
                           AND IR-DATE <= END-DATE
                           PERFORM REMEMBER-VOID
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVREG-FILE.
           IF VD-COUNT = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO INVREG-EOF.
           OPEN INPUT INVREG-FILE.
           PERFORM UNTIL INVREG-EOF = "Y"
               READ INVREG-FILE
                   AT END
                       MOVE "Y" TO INVREG-EOF
                   NOT AT END
                       IF IR-STATUS = "I"
                           PERFORM VARYING VD-IDX FROM 1 BY 1
                                   UNTIL VD-IDX > VD-COUNT
                               IF VD-NO(VD-IDX) = IR-NO
                                   MOVE IR-DATE TO VD-ORIG-DATE(VD-IDX)
                                   MOVE IR-AMT  TO VD-ORIG-AMT(VD-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVREG-FILE.

       REMEMBER-VOID.
      *> === 任務：一張作廢發票收進表 ===
           IF VD-COUNT >= 300
               ADD 1 TO VD-FULL-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO VD-COUNT.
           MOVE IR-NO    TO VD-NO(VD-COUNT).
           MOVE IR-DATE  TO VD-DATE(VD-COUNT).
           MOVE IR-PHONE TO VD-PHONE(VD-COUNT).
           MOVE IR-ITEM  TO VD-ITEM(VD-COUNT).
           MOVE IR-AMT   TO VD-AMT(VD-COUNT).
           MOVE "N"      TO VD-MATCHED(VD-COUNT).
           MOVE 0        TO VD-ORIG-DATE(VD-COUNT).
           MOVE 0        TO VD-ORIG-AMT(VD-COUNT).

       SCAN-ALL-ORDER-FILES.
      *> === 任務：orders.txt 跟每一支 archYYYYMM.txt 都讀一遍 ===
           MOVE "orders.txt" TO ORDER-FILENAME.
           PERFORM SCAN-ONE-ORDER-FILE.
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
      *> === 任務：讀一支訂單檔，看 SCAN-PASS 決定這一輪要做什麼 ===
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
                       IF SCAN-PASS = 1
                           IF R-DATE >= START-DATE AND R-DATE <= END-DATE
                               PERFORM TALLY-ONE-ORDER
                           END-IF
                       ELSE
                           IF R-TYPE NOT = "R"
                               PERFORM MATCH-ORIGINAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDER-FILE.

       TALLY-ONE-ORDER.
      *> === 任務：這一週的一筆訂單：加進會員/品項統計，退款另外收進退款表 ===
           IF R-PHONE NOT = SPACES
               MOVE "P"     TO FIND-KIND
               MOVE R-PHONE TO FIND-KEY
               PERFORM TALLY-ONE-STAT
           END-IF.
           MOVE "I"    TO FIND-KIND.
           MOVE R-ITEM TO FIND-KEY.
           PERFORM TALLY-ONE-STAT.
           IF R-TYPE NOT = "R"
               EXIT PARAGRAPH
           END-IF.

           ADD R-PRICE TO REFUND-AMT-TOTAL.
           IF RF-COUNT >= 500
               ADD 1 TO RF-FULL-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO RF-COUNT.
           MOVE R-DATE     TO RF-DATE(RF-COUNT).
           MOVE R-TIME     TO RF-TIME(RF-COUNT).
           MOVE R-PHONE    TO RF-PHONE(RF-COUNT).
           MOVE R-ITEM     TO RF-ITEM(RF-COUNT).
           MOVE R-QTY      TO RF-QTY(RF-COUNT).
           MOVE R-PRICE    TO RF-AMT(RF-COUNT).
           MOVE R-PAY      TO RF-PAY(RF-COUNT).
           IF R-PAY = SPACE
               MOVE "C" TO RF-PAY(RF-COUNT)
           END-IF.
           MOVE R-REF-DATE TO RF-REFDATE(RF-COUNT).
           MOVE R-INVNO    TO RF-INVNO(RF-COUNT).
           MOVE "N"        TO RF-ORIG-FOUND(RF-COUNT).
           MOVE SPACE      TO RF-ORIG-PAY(RF-COUNT).
           MOVE 0          TO RF-ORIG-AMT(RF-COUNT).
           MOVE SPACES     TO RF-ORIG-TIME(RF-COUNT).

      *> [規則] 作廢發票對得到同一天、同一個發票號碼的退款單就算有退款。
           IF R-INVNO NOT = SPACES
               PERFORM VARYING VD-IDX FROM 1 BY 1 UNTIL VD-IDX > VD-COUNT
                   IF VD-NO(VD-IDX) = R-INVNO
                       AND VD-DATE(VD-IDX) = R-DATE
                       MOVE "Y" TO VD-MATCHED(VD-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       TALLY-ONE-STAT.
      *> === 任務：這筆訂單加進 FIND-KIND/FIND-KEY 那一格 ===
           PERFORM FIND-STAT-SLOT.
           IF ST-SLOT = 0
               EXIT PARAGRAPH
           END-IF.
           IF R-TYPE = "R"
               ADD 1       TO ST-REFUNDS(ST-SLOT)
               ADD R-PRICE TO ST-REFAMT(ST-SLOT)
           ELSE
               ADD 1       TO ST-SALES(ST-SLOT)
               ADD R-PRICE TO ST-SALEAMT(ST-SLOT)
           END-IF.

       FIND-STAT-SLOT.
      *> === 任務：找 FIND-KIND/FIND-KEY 的統計格，沒有就開一格 ===
           MOVE 0 TO ST-SLOT.
           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-COUNT
               IF ST-KIND(ST-IDX) = FIND-KIND AND ST-KEY(ST-IDX) = FIND-KEY
                   SET ST-SLOT TO ST-IDX
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF ST-COUNT >= 500
               ADD 1 TO ST-FULL-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ST-COUNT.
           MOVE FIND-KIND TO ST-KIND(ST-COUNT).
           MOVE FIND-KEY  TO ST-KEY(ST-COUNT).
           MOVE 0 TO ST-SALES(ST-COUNT).
           MOVE 0 TO ST-SALEAMT(ST-COUNT).
           MOVE 0 TO ST-REFUNDS(ST-COUNT).
           MOVE 0 TO ST-REFAMT(ST-COUNT).
           MOVE ST-COUNT TO ST-SLOT.

       MATCH-ORIGINAL.
      *> === 任務：這一筆銷售是不是哪一筆退款的原單 ===
      *> [規則] 電話 + 品項 + 原單日期對得上；退款有帶發票號碼的話號碼也要一樣。
           PERFORM VARYING RF-IDX FROM 1 BY 1 UNTIL RF-IDX > RF-COUNT
               IF RF-ORIG-FOUND(RF-IDX) = "N"
                   AND RF-PHONE(RF-IDX) = R-PHONE
                   AND RF-ITEM(RF-IDX) = R-ITEM
                   AND RF-REFDATE(RF-IDX) = R-DATE
                   AND (RF-INVNO(RF-IDX) = SPACES
                        OR RF-INVNO(RF-IDX) = R-INVNO)
                   MOVE "Y"     TO RF-ORIG-FOUND(RF-IDX)
                   MOVE R-PAY   TO RF-ORIG-PAY(RF-IDX)
                   IF R-PAY = SPACE
                       MOVE "C" TO RF-ORIG-PAY(RF-IDX)
                   END-IF
                   MOVE R-PRICE TO RF-ORIG-AMT(RF-IDX)
                   MOVE R-TIME  TO RF-ORIG-TIME(RF-IDX)
               END-IF
           END-PERFORM.

       CHECK-ONE-REFUND.
      *> === 任務：一筆退款過舊單、退現金、關帳前這三條規則 ===
           IF RF-ORIG-FOUND(RF-IDX) = "N"
               MOVE "NOORIG" TO LG-OUTCOME
               PERFORM WRITE-REFUND-FLAG
               ADD 1 TO NOORIG-COUNT
           END-IF.

           IF RF-REFDATE(RF-IDX) IS NUMERIC
               MOVE RF-REFDATE(RF-IDX) TO REF-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(REF-DATE-NUM) = 0
                   AND REF-DATE-NUM <= RF-DATE(RF-IDX)
                   COMPUTE AGE-DAYS =
                           FUNCTION INTEGER-OF-DATE(RF-DATE(RF-IDX))
                         - FUNCTION INTEGER-OF-DATE(REF-DATE-NUM)
                   IF AGE-DAYS > OLD-DAYS
                       MOVE "OLDREF" TO LG-OUTCOME
                       PERFORM WRITE-REFUND-FLAG
                       ADD 1 TO OLDREF-COUNT
                   END-IF
               END-IF
           END-IF.

      *> [規則] 儲值付的原單退現金也算：等於把儲值餘額換成現金帶走。
           IF RF-PAY(RF-IDX) = "C"
               AND (RF-ORIG-PAY(RF-IDX) = "K" OR RF-ORIG-PAY(RF-IDX) = "M"
                    OR RF-ORIG-PAY(RF-IDX) = "V")
               MOVE "CASHBACK" TO LG-OUTCOME
               PERFORM WRITE-REFUND-FLAG
               ADD 1 TO CASHBACK-COUNT
           END-IF.

           PERFORM CHECK-PRECLOSE.

       CHECK-PRECLOSE.
      *> === 任務：退款時間在當天關帳前 30 分鐘內就標出來 ===
           IF RF-TIME(RF-IDX) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING CL-IDX FROM 1 BY 1 UNTIL CL-IDX > CL-COUNT
               IF CL-DATE(CL-IDX) = RF-DATE(RF-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF CL-IDX > CL-COUNT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE CLOSE-SECS =
                   FUNCTION NUMVAL(CL-TIME(CL-IDX)(1:2)) * 3600
                 + FUNCTION NUMVAL(CL-TIME(CL-IDX)(3:2)) * 60
                 + FUNCTION NUMVAL(CL-TIME(CL-IDX)(5:2)).
           COMPUTE REFUND-SECS =
                   FUNCTION NUMVAL(RF-TIME(RF-IDX)(1:2)) * 3600
                 + FUNCTION NUMVAL(RF-TIME(RF-IDX)(3:2)) * 60
                 + FUNCTION NUMVAL(RF-TIME(RF-IDX)(5:2)).
           IF REFUND-SECS > CLOSE-SECS
               EXIT PARAGRAPH
           END-IF.
           COMPUTE GAP-SECS = CLOSE-SECS - REFUND-SECS.
           IF GAP-SECS <= PRECLOSE-SECONDS
               COMPUTE GAP-MIN = GAP-SECS / 60
               MOVE "PRECLOSE" TO LG-OUTCOME
               PERFORM WRITE-REFUND-FLAG
               ADD 1 TO PRECLOSE-COUNT
           END-IF.

       WRITE-REFUND-FLAG.
      *> === 任務：一筆退款的疑點寫一行，帶退款跟原單的證據 ===
           MOVE SPACES TO LOSSPREV-LINE.
           MOVE 1 TO LP-PTR.
           STRING FUNCTION TRIM(LG-OUTCOME)
                  " DATE=" RF-DATE(RF-IDX)
                  " TIME=" RF-TIME(RF-IDX)
                  " PHONE=" FUNCTION TRIM(RF-PHONE(RF-IDX))
                  " ITEM=" FUNCTION TRIM(RF-ITEM(RF-IDX))
                  " QTY=" RF-QTY(RF-IDX)
                  " AMT=" RF-AMT(RF-IDX)
                  " PAY=" RF-PAY(RF-IDX)
                  " ORIGDATE=" RF-REFDATE(RF-IDX)
                  " INVNO=" RF-INVNO(RF-IDX)
                  " ORIGPAY=" RF-ORIG-PAY(RF-IDX)
                  " ORIGAMT=" RF-ORIG-AMT(RF-IDX)
                  INTO LOSSPREV-LINE WITH POINTER LP-PTR.
           EVALUATE LG-OUTCOME
               WHEN "OLDREF"
                   STRING " DAYS=" AGE-DAYS
                          INTO LOSSPREV-LINE WITH POINTER LP-PTR
               WHEN "PRECLOSE"
                   STRING " CLOSEAT=" CL-TIME(CL-IDX)
                          " MIN=" GAP-MIN
                          INTO LOSSPREV-LINE WITH POINTER LP-PTR
           END-EVALUATE.
           WRITE LOSSPREV-LINE.
           ADD 1 TO FLAG-COUNT.

       CHECK-ONE-RATE.
      *> === 任務：會員或品項這一週退款筆數夠多、退款率又偏高就標出來 ===
           IF ST-REFUNDS(ST-IDX) < RATE-MIN-REFUNDS
               EXIT PARAGRAPH
           END-IF.
           IF ST-SALEAMT(ST-IDX) = 0
               MOVE 999 TO RATE-PCT
           ELSE
               COMPUTE RATE-PCT =
                       ST-REFAMT(ST-IDX) * 100 / ST-SALEAMT(ST-IDX)
                   ON SIZE ERROR
                       MOVE 999 TO RATE-PCT
               END-COMPUTE
           END-IF.
           IF RATE-PCT < RATE-LIMIT-PCT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO LOSSPREV-LINE.
           MOVE 1 TO LP-PTR.
           IF ST-KIND(ST-IDX) = "P"
               STRING "RATE MEMBER=" FUNCTION TRIM(ST-KEY(ST-IDX))
                      INTO LOSSPREV-LINE WITH POINTER LP-PTR
           ELSE
               STRING "RATE ITEM=" FUNCTION TRIM(ST-KEY(ST-IDX))
                      INTO LOSSPREV-LINE WITH POINTER LP-PTR
           END-IF.
           STRING " SALES=" ST-SALES(ST-IDX)
                  " SALEAMT=" ST-SALEAMT(ST-IDX)
                  " REFUNDS=" ST-REFUNDS(ST-IDX)
                  " REFAMT=" ST-REFAMT(ST-IDX)
                  " PCT=" RATE-PCT
                  INTO LOSSPREV-LINE WITH POINTER LP-PTR.
           WRITE LOSSPREV-LINE.
           ADD 1 TO RATE-COUNT.
           ADD 1 TO FLAG-COUNT.

       WRITE-VOIDNOREF.
      *> === 任務：作廢了卻沒有退款單的發票寫一行，帶原發票日期金額 ===
           MOVE SPACES TO LOSSPREV-LINE.
           STRING "VOIDNOREF INVNO=" VD-NO(VD-IDX)
                  " VOIDDATE=" VD-DATE(VD-IDX)
                  " PHONE=" FUNCTION TRIM(VD-PHONE(VD-IDX))
                  " ITEM=" FUNCTION TRIM(VD-ITEM(VD-IDX))
                  " AMT=" VD-AMT(VD-IDX)
                  " ORIGDATE=" VD-ORIG-DATE(VD-IDX)
                  " ORIGAMT=" VD-ORIG-AMT(VD-IDX)
                  INTO LOSSPREV-LINE.
           WRITE LOSSPREV-LINE.
           ADD 1 TO VOIDNOREF-COUNT.
           ADD 1 TO FLAG-COUNT.

       SCAN-RUNLOG.
      *> === 任務：批次日誌裡這一週被拒或失敗的退款交易，一筆寫一行 ===
      *> [欄位] 日誌行："時間戳 下場 原因 <ID> <姓名> <電話> <數量> ... R <原單日> ..."
           OPEN INPUT RUNLOG-FILE.
           IF WS-RUNLOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL RUNLOG-EOF = "Y"
               READ RUNLOG-FILE
                   AT END
                       MOVE "Y" TO RUNLOG-EOF
                   NOT AT END
                       IF RUNLOG-LINE(1:8) >= START-DATE
                           AND RUNLOG-LINE(1:8) <= END-DATE
                           AND (RUNLOG-LINE(16:8) = "REJECTED"
                                OR RUNLOG-LINE(16:6) = "FAILED")
                           PERFORM CHECK-RUNLOG-REFUND
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUNLOG-FILE.

       CHECK-RUNLOG-REFUND.
      *> === 任務：這一行被拒的交易是不是退款 ("R" 那一格後面是原單日期) ===
           MOVE SPACES TO LG-TOKENS.
           UNSTRING RUNLOG-LINE DELIMITED BY ALL SPACES
               INTO LG-TS, LG-OUTCOME, LG-REASON, LG-ID, LG-NAME,
                    LG-PHONE, LG-QTY, LG-TOKEN(1), LG-TOKEN(2),
                    LG-TOKEN(3), LG-TOKEN(4), LG-TOKEN(5), LG-TOKEN(6).
           MOVE SPACES TO LG-REFDATE.
           PERFORM VARYING LG-IDX FROM 1 BY 1 UNTIL LG-IDX > 5
               IF LG-TOKEN(LG-IDX) = "R"
                   MOVE LG-TOKEN(LG-IDX + 1) TO LG-REFDATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF LG-REFDATE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO LOSSPREV-LINE.
           STRING "RFFAIL AT=" LG-TS
                  " OUTCOME=" FUNCTION TRIM(LG-OUTCOME)
                  " REASON=" FUNCTION TRIM(LG-REASON)
                  " PHONE=" FUNCTION TRIM(LG-PHONE)
                  " ID=" FUNCTION TRIM(LG-ID)
                  " QTY=" FUNCTION TRIM(LG-QTY)
                  " ORIGDATE=" FUNCTION TRIM(LG-REFDATE)
                  INTO LOSSPREV-LINE.
           WRITE LOSSPREV-LINE.
           ADD 1 TO RFFAIL-COUNT.
           ADD 1 TO FLAG-COUNT.

       WRITE-TOTALS.
      *> === 任務：最後一行寫這一週的總數 ===
           MOVE SPACES TO LOSSPREV-LINE.
           STRING "FROM=" START-DATE
                  " TO=" END-DATE
                  " REFUNDS=" RF-COUNT
                  " REFUNDAMT=" REFUND-AMT-TOTAL
                  " OLDREF=" OLDREF-COUNT
                  " CASHBACK=" CASHBACK-COUNT
                  " NOORIG=" NOORIG-COUNT
                  " RATE=" RATE-COUNT
                  " PRECLOSE=" PRECLOSE-COUNT
                  " VOIDNOREF=" VOIDNOREF-COUNT
                  " RFFAIL=" RFFAIL-COUNT
                  " FLAGS=" FLAG-COUNT
                  " TABLEFULL=" RF-FULL-COUNT
                  INTO LOSSPREV-LINE.
           WRITE LOSSPREV-LINE.
