       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
      PROGRAM-ID. GL-EXPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> --- 訂單檔：營業日那一天的銷售跟退款，分錄的金額從這裡算 ---
           SELECT ORDER-FILE ASSIGN TO "orders.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORDER-STATUS.

      *> --- 儲值記錄：儲值收的錢進了抽屜/刷卡機，對面是儲值負債 ---
           SELECT TOPUP-FILE ASSIGN TO "topups.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TOPUP-STATUS.

      *> --- 調價歷史：算促銷折扣要知道當天的原價 ---
           SELECT PRICE-HIST-FILE ASSIGN TO "pricehist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PH-STATUS.

      *> --- 結帳報表：VIEW-ORDERS 算好的 SETTLE- 數字，拿來交叉核對 ---
           SELECT REPORT-FILE ASSIGN TO "report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

      *> --- 關帳檔：SHIFT-CLOSE 記的實點 vs 帳面，差額就是現金溢短 ---
           SELECT CLOSEOUT-FILE ASSIGN TO "closeout.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLOSE-STATUS.

      *> --- 會計科目對照檔：每一種分錄對到會計軟體裡的科目代號 ---
           SELECT COA-FILE ASSIGN TO "coa.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COA-STATUS.

      *> --- 傳票檔：一天一支 glYYYYMMDD.txt，借貸平衡才會寫出來 ---
           SELECT GL-FILE ASSIGN TO GL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-STATUS.

      *> --- 傳票日誌：每跑一次記一行，退件的理由也留在這裡 ---
           SELECT GLLOG-FILE ASSIGN TO "gllog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> [注意] 以下欄位長度必須跟 API-DRINK 裡的 ORDER-RECORD 逐位元組對齊。
       FD  ORDER-FILE.
       01  ORDER-RECORD.
           05  R-NAME      PIC X(20).
           05  R-PHONE     PIC X(15).
           05  R-ITEM      PIC X(10).
      *> [欄位] 品項，查原價用。
           05  R-UNIT      PIC 9(3).
      *> [欄位] 實收單價 (促銷價)。原價減它就是每杯的促銷折扣。
           05  R-QTY       PIC 9(3).
           05  R-PRICE     PIC 9(5).
      *> [欄位] 這一筆實收 (退款=退出去) 的總額。
           05  R-DATE      PIC 9(8).
           05  R-DISC      PIC X(5).
      *> [欄位] 會員回饋折抵金額，舊訂單空白當 0。
           05  R-TYPE      PIC X(1).
      *> [欄位] "R"=退款，其他=銷售。
           05  R-REF-DATE  PIC X(8).
           05  R-PAY       PIC X(1).
      *> [欄位] 付款方式："C"/空白=現金，"K"=刷卡，"M"=行動，"V"=儲值餘額。
           05  R-SIZE      PIC X(1).
           05  R-SUGAR     PIC X(1).
           05  R-ICE       PIC X(1).
           05  R-TOPP      PIC X(10).
           05  R-ADDON     PIC X(3).
           05  R-INVNO     PIC X(10).
           05  R-TIME      PIC X(6).
           05  R-PLATNO    PIC X(16).
      *> [欄位] 外送平台訂單編號 (付款方式 F/U 才有)，其他訂單是空白。

      *> [注意] 以下欄位長度必須跟 API-DRINK 裡的 TOPUP-RECORD 逐位元組對齊。
       FD  TOPUP-FILE.
       01  TOPUP-RECORD.
           05  TU-PHONE    PIC X(15).
           05  TU-DATE     PIC 9(8).
           05  TU-AMT      PIC 9(6).
           05  TU-PAY      PIC X(1).
      *> [欄位] 儲值的錢用什麼收的 ("C"/"K"/"M")。

       FD  PRICE-HIST-FILE.
       01  PRICE-HIST-RECORD.
           05  PH-ITEM     PIC X(10).
           05  PH-EFFDATE  PIC 9(8).
           05  PH-PRICE    PIC 9(3).

       FD  REPORT-FILE.
       01  REPORT-LINE     PIC X(50).
      *> [欄位] VIEW-ORDERS 寫的報表行，"SETTLE-CASH=00000100" 這種格式。

       FD  CLOSEOUT-FILE.
       01  CLOSEOUT-LINE   PIC X(160).
      *> [欄位] SHIFT-CLOSE 寫的關帳行：
      *> "YYYYMMDD AT=時間戳 CASH=帳面/實點 CARD=帳面/實點 MOBILE=帳面/實點 CLOSE=..."

       FD  COA-FILE.
       01  COA-RECORD.
           05  CA-KEY      PIC X(10).
      *> [欄位] 分錄種類 (CASH/CARD/MOBILE/PLATFORM/SVLIAB/REVENUE/TAX/
      *> LOYALTY/PROMO/REFUND/OVERSHORT)。
           05  CA-ACCT     PIC X(10).
      *> [欄位] 會計軟體裡的科目代號。
           05  CA-NAME     PIC X(30).
      *> [欄位] 科目名稱。

       FD  GL-FILE.
       01  GL-LINE         PIC X(120).
      *> [設定] 傳票每一行："日期,科目,科目名稱,借方,貸方,分錄種類"。

       FD  GLLOG-FILE.
       01  GLLOG-LINE      PIC X(160).
      *> [設定] 傳票日誌每一行的長度。

       WORKING-STORAGE SECTION.
       01  WS-ORDER-STATUS  PIC X(2).
      *> [狀態碼] ORDER-FILE 開檔的結果，"35"=還沒有訂單。
       01  WS-TOPUP-STATUS  PIC X(2).
      *> [狀態碼] TOPUP-FILE 開檔的結果，"35"=還沒有人儲值過。
       01  WS-PH-STATUS     PIC X(2).
      *> [狀態碼] PRICE-HIST-FILE 開檔的結果，"35"=沒有調價記錄。
       01  WS-REPORT-STATUS PIC X(2).
      *> [狀態碼] REPORT-FILE 開檔的結果，"35"=還沒結過帳。
       01  WS-CLOSE-STATUS  PIC X(2).
      *> [狀態碼] CLOSEOUT-FILE 開檔的結果，"35"=還沒關過帳。
       01  WS-COA-STATUS    PIC X(2).
      *> [狀態碼] COA-FILE 開檔的結果，"35"=沒有科目對照檔。
       01  WS-GL-STATUS     PIC X(2).
      *> [狀態碼] GL-FILE 開檔的結果。
       01  WS-GLLOG-STATUS  PIC X(2).
      *> [狀態碼] GLLOG-FILE 開檔的結果，"35"=第一次出傳票。

       01  CMD-LINE        PIC X(20).
      *> [參數] 指令列：營業日 YYYYMMDD，不給就是今天。
       01  BUS-DATE        PIC 9(8) VALUE 0.
      *> [變數] 要出傳票的營業日。
       01  GL-FILENAME     PIC X(20).
      *> [變數] 傳票檔名 glYYYYMMDD.txt。
       01  WS-CMD          PIC X(120).
      *> [變數] 組給 CALL "SYSTEM" 執行的外部指令字串。
       01  WS-TIMESTAMP    PIC X(14).
      *> [變數] 這一次執行的時間戳 (YYYYMMDDHHMMSS)。
       01  TAX-RATE        PIC 9(3) VALUE 5.
      *> [設定] 營業稅率 (%)。售價是含稅價，稅額 = 含稅金額 * 5 / 105。

       01  ORDER-EOF       PIC X(1) VALUE "N".
       01  TOPUP-EOF       PIC X(1) VALUE "N".
       01  PRICEHIST-EOF   PIC X(1) VALUE "N".
       01  REPORT-EOF      PIC X(1) VALUE "N".
       01  CLOSEOUT-EOF    PIC X(1) VALUE "N".
       01  COA-EOF         PIC X(1) VALUE "N".
      *> [開關] 各檔有沒有讀到底。

      *> --- 菜單原價 (跟 API-DRINK 的 INIT-MENU 對齊)，沒有調價記錄就用它 ---
       01  MENU-TABLE.
           05  MENU-ENTRY OCCURS 5 TIMES INDEXED BY M-IDX.
               10  M-NAME      PIC X(10).
               10  M-PRICE     PIC 9(3).
       01  MENU-COUNT      PIC 9(2) VALUE 5.

      *> --- 價格歷史表 (從 pricehist.txt 整批讀進記憶體查詢) ---
       01  PRICE-HIST-TABLE.
           05  PH-ENTRY OCCURS 200 TIMES INDEXED BY H-IDX.
               10  PH-T-ITEM      PIC X(10).
               10  PH-T-EFFDATE   PIC 9(8).
               10  PH-T-PRICE     PIC 9(3).
       01  PRICE-HIST-COUNT    PIC 9(4) VALUE 0.
       01  BEST-EFFDATE        PIC 9(8) VALUE 0.
       01  LIST-PRICE          PIC 9(3) VALUE 0.
      *> [變數] 這筆訂單當天的原價 (調價歷史優先，沒有就用菜單價)。

       01  ORD-PAY         PIC X(1) VALUE "C".
      *> [變數] 這筆訂單的付款方式，舊訂單沒這一欄就當現金。
       01  ORD-DISC        PIC 9(5) VALUE 0.
      *> [變數] 這筆訂單的會員回饋折抵。
       01  ORD-PROMO       PIC 9(7) VALUE 0.
      *> [變數] 這筆訂單的促銷折扣 = (原價 - 實收單價) * 杯數。

      *> --- 當天的流水加總 (都是正數，最後才組成借貸) ---
       01  SALE-CASH       PIC 9(9) VALUE 0.
       01  SALE-CARD       PIC 9(9) VALUE 0.
       01  SALE-MOBILE     PIC 9(9) VALUE 0.
       01  SALE-BAL        PIC 9(9) VALUE 0.
       01  SALE-PLAT       PIC 9(9) VALUE 0.
      *> [變數] 各付款方式的銷售實收 (PLAT=外送平台 F/U 代收)。
       01  REFUND-CASH     PIC 9(9) VALUE 0.
       01  REFUND-CARD     PIC 9(9) VALUE 0.
       01  REFUND-MOBILE   PIC 9(9) VALUE 0.
       01  REFUND-BAL      PIC 9(9) VALUE 0.
       01  REFUND-PLAT     PIC 9(9) VALUE 0.
      *> [變數] 各付款方式退出去的錢。
       01  TOPUP-CASH      PIC 9(9) VALUE 0.
       01  TOPUP-CARD      PIC 9(9) VALUE 0.
       01  TOPUP-MOBILE    PIC 9(9) VALUE 0.
       01  TOPUP-TOTAL     PIC 9(9) VALUE 0.
      *> [變數] 各付款方式收進來的儲值。
       01  SALES-NET       PIC 9(9) VALUE 0.
      *> [變數] 銷售實收合計 (含稅，所有付款方式加起來)。
       01  REFUND-TOTAL    PIC 9(9) VALUE 0.
      *> [變數] 退款合計 (含稅)。
       01  LOYALTY-TOTAL   PIC 9(9) VALUE 0.
      *> [變數] 會員回饋折抵合計。
       01  PROMO-TOTAL     PIC 9(9) VALUE 0.
      *> [變數] 促銷折扣合計。
       01  SALES-TAX       PIC 9(9) VALUE 0.
      *> [變數] 銷售實收裡含的營業稅。
       01  REFUND-TAX      PIC 9(9) VALUE 0.
      *> [變數] 退款裡含的營業稅 (沖回)。
       01  ORDER-COUNT     PIC 9(6) VALUE 0.
      *> [計數器] 這一天算進來幾筆訂單 (含退款)。

      *> --- 帳面數字 (跟 VIEW-ORDERS 同一套算法，可能是負的) ---
       01  BOOK-CASH       PIC S9(9) VALUE 0.
       01  BOOK-CARD       PIC S9(9) VALUE 0.
       01  BOOK-MOBILE     PIC S9(9) VALUE 0.
       01  BOOK-BAL        PIC S9(9) VALUE 0.
       01  BOOK-PLAT       PIC S9(9) VALUE 0.
       01  CHK-AMT         PIC 9(9) VALUE 0.
      *> [變數] 帳面數字負的就當 0 (VIEW-ORDERS 也是這樣印)，再拿去跟報表比。

      *> --- report.txt 上的數字 ---
       01  RPT-DATE        PIC 9(8) VALUE 0.
       01  RPT-CASH        PIC 9(8) VALUE 0.
       01  RPT-CARD        PIC 9(8) VALUE 0.
       01  RPT-MOBILE      PIC 9(8) VALUE 0.
       01  RPT-BAL         PIC 9(8) VALUE 0.
       01  RPT-PLAT        PIC 9(8) VALUE 0.
       01  SETTLE-SEEN-SW  PIC X(1) VALUE "N".
           88  SETTLE-SEEN                VALUE "Y".
      *> [開關] 報表裡有沒有看到 SETTLE- 開頭的行。

      *> --- closeout.txt 上這一天最後一次關帳 ---
       01  CLOSE-FOUND-SW  PIC X(1) VALUE "N".
           88  CLOSE-FOUND                VALUE "Y".
      *> [開關] 這一天有沒有關過帳。
       01  CO-EXP-CASH     PIC 9(8) VALUE 0.
       01  CO-CNT-CASH     PIC 9(8) VALUE 0.
       01  CO-EXP-CARD     PIC 9(8) VALUE 0.
       01  CO-CNT-CARD     PIC 9(8) VALUE 0.
       01  CO-EXP-MOBILE   PIC 9(8) VALUE 0.
       01  CO-CNT-MOBILE   PIC 9(8) VALUE 0.
      *> [變數] 關帳時的帳面/實點。
       01  VAR-CASH        PIC S9(9) VALUE 0.
       01  VAR-CARD        PIC S9(9) VALUE 0.
       01  VAR-MOBILE      PIC S9(9) VALUE 0.
      *> [變數] 實點 - 帳面，正=溢，負=短。

      *> --- 分錄表：一種分錄一格，金額正=借方，負=貸方 ---
       01  JOURNAL-TABLE.
           05  JL-ENTRY OCCURS 12 TIMES INDEXED BY JL-IDX.
               10  JL-KEY      PIC X(10).
               10  JL-AMT      PIC S9(9).
               10  JL-ACCT     PIC X(10).
               10  JL-NAME     PIC X(30).
               10  JL-MAPPED   PIC X(1).
       01  JL-COUNT        PIC 9(2) VALUE 0.
       01  NEW-KEY         PIC X(10).
       01  NEW-AMT         PIC S9(9) VALUE 0.
      *> [變數] 要加進分錄表的那一格。
       01  TOTAL-DEBIT     PIC 9(10) VALUE 0.
       01  TOTAL-CREDIT    PIC 9(10) VALUE 0.
      *> [變數] 借方合計、貸方合計，兩個要一樣才出得了傳票。
       01  OUT-DEBIT       PIC 9(9) VALUE 0.
       01  OUT-CREDIT      PIC 9(9) VALUE 0.
      *> [變數] 寫進傳票那一行的借方/貸方 (沒有正負號)。
       01  LINE-COUNT      PIC 9(3) VALUE 0.
      *> [計數器] 傳票寫了幾行。

       01  REJECT-REASON   PIC X(100) VALUE SPACES.
      *> [變數] 第一個退件理由，寫進日誌。
       01  REASON-TEXT     PIC X(100).
      *> [變數] 正在記的那一個退件理由。
       01  REJECT-COUNT    PIC 9(3) VALUE 0.
      *> [計數器] 這一天有幾個退件理由，>0 就不出傳票。

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *> === 主流程指揮官：算當天分錄，跟報表/關帳對過，借貸平衡才出傳票 ===
      *> [規則] 分錄 (售價都是含稅價)：
      *>   現金/刷卡/行動   借：帳面 (銷售 + 儲值 - 退款) + 關帳溢短
      *>   外送平台應收     借：平台代收的銷售 - 退款 (毛額；平台抽成等
      *>                    週結撥款對帳時才入帳)
      *>   儲值負債         借：用餘額付的銷售 - 退回餘額；貸：當天收的儲值
      *>   會員回饋折抵     借：R-DISC 合計
      *>   促銷折扣         借：(原價 - 促銷價) * 杯數 合計
      *>   銷貨退回         借：退款 - 退款裡的稅
      *>   銷項稅額         貸：銷售實收的稅 - 退款的稅
      *>   銷貨收入         貸：銷售實收 + 回饋折抵 + 促銷折扣 - 銷項稅額 (即未稅原價)
      *>   現金溢短         貸：溢；借：短
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP.
           ACCEPT CMD-LINE FROM COMMAND-LINE.
           IF CMD-LINE(1:8) IS NUMERIC
               MOVE CMD-LINE(1:8) TO BUS-DATE
           ELSE
               IF CMD-LINE NOT = SPACES
                   DISPLAY "用法: gl-export [營業日 YYYYMMDD]"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-TIMESTAMP(1:8) TO BUS-DATE
           END-IF.
           MOVE SPACES TO GL-FILENAME.
           STRING "gl" BUS-DATE ".txt" INTO GL-FILENAME.

           PERFORM INIT-MENU.
           PERFORM LOAD-PRICE-HISTORY.
           PERFORM TALLY-ORDERS.
           PERFORM TALLY-TOPUPS.
           PERFORM CHECK-REPORT.
           PERFORM READ-CLOSEOUT.
           PERFORM BUILD-JOURNAL.
           PERFORM MAP-ACCOUNTS.
           PERFORM CHECK-BALANCED.

           IF REJECT-COUNT > 0
               PERFORM REJECT-DAY
           ELSE
               PERFORM WRITE-JOURNAL
           END-IF.
           PERFORM LOG-RESULT.

           DISPLAY "==============================".
      *> [規則] 唯一的問題是還沒關帳 → 回傳 2 (等關帳，不算出錯)，
      *> 批次記成「等待中」，關帳後下次跑批會再出一次；其他退件回傳 1。
           IF REJECT-COUNT = 1 AND NOT CLOSE-FOUND
               DISPLAY " ⏸️ " BUS-DATE " 還沒關帳，傳票等關完帳再出"
               MOVE 2 TO RETURN-CODE
           ELSE
               IF REJECT-COUNT > 0
                   DISPLAY " ⚠️ " BUS-DATE " 傳票退件，" REJECT-COUNT
                           " 個問題 (看上面)，沒有產生 "
                           FUNCTION TRIM(GL-FILENAME)
                   MOVE 1 TO RETURN-CODE
               ELSE
                   DISPLAY " 傳票完成: " FUNCTION TRIM(GL-FILENAME)
                           " " LINE-COUNT " 行"
                   DISPLAY " 借方合計 " TOTAL-DEBIT " 貸方合計 " TOTAL-CREDIT
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "==============================".
           STOP RUN.

       INIT-MENU.
      *> === 任務：把菜單原價填進表格 (跟 API-DRINK 的 INIT-MENU 對齊) ===
           MOVE "紅茶"   TO M-NAME(1).
           MOVE 30       TO M-PRICE(1).
           MOVE "奶茶"   TO M-NAME(2).
           MOVE 50       TO M-PRICE(2).
           MOVE "綠茶"   TO M-NAME(3).
           MOVE 30       TO M-PRICE(3).
           MOVE "烏龍茶" TO M-NAME(4).
           MOVE 35       TO M-PRICE(4).
           MOVE "咖啡"   TO M-NAME(5).
           MOVE 45       TO M-PRICE(5).

       LOAD-PRICE-HISTORY.
      *> === 任務：讀 pricehist.txt 整批進表 ===
           OPEN INPUT PRICE-HIST-FILE.
           IF WS-PH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL PRICEHIST-EOF = "Y"
               READ PRICE-HIST-FILE
                   AT END
                       MOVE "Y" TO PRICEHIST-EOF
                   NOT AT END
                       IF PRICE-HIST-COUNT < 200
                           ADD 1 TO PRICE-HIST-COUNT
                           MOVE PH-ITEM    TO PH-T-ITEM(PRICE-HIST-COUNT)
                           MOVE PH-EFFDATE TO PH-T-EFFDATE(PRICE-HIST-COUNT)
                           MOVE PH-PRICE   TO PH-T-PRICE(PRICE-HIST-COUNT)
                       ELSE
                           DISPLAY "⚠️ 價格歷史表已滿，略過: "
                                   FUNCTION TRIM(PH-ITEM)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRICE-HIST-FILE.

       LOOKUP-LIST-PRICE.
      *> === 任務：查 R-ITEM 在 R-DATE 當天的原價 ===
      *> [規則] 調價歷史上離訂單日最近的生效價優先；沒有就用菜單價；
      *> 菜單也查不到就當原價 = 實收單價 (不算促銷折扣)。
           MOVE R-UNIT TO LIST-PRICE.
           PERFORM VARYING M-IDX FROM 1 BY 1 UNTIL M-IDX > MENU-COUNT
               IF M-NAME(M-IDX) = R-ITEM
                   MOVE M-PRICE(M-IDX) TO LIST-PRICE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE 0 TO BEST-EFFDATE.
           PERFORM VARYING H-IDX FROM 1 BY 1
                   UNTIL H-IDX > PRICE-HIST-COUNT
               IF PH-T-ITEM(H-IDX) = R-ITEM
                   AND PH-T-EFFDATE(H-IDX) <= R-DATE
                   AND PH-T-EFFDATE(H-IDX) >= BEST-EFFDATE
                   MOVE PH-T-EFFDATE(H-IDX) TO BEST-EFFDATE
                   MOVE PH-T-PRICE(H-IDX)   TO LIST-PRICE
               END-IF
           END-PERFORM.

       TALLY-ORDERS.
      *> === 任務：把營業日那一天的訂單照付款方式加總 ===
           OPEN INPUT ORDER-FILE.
           IF WS-ORDER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ORDER-EOF = "Y"
               READ ORDER-FILE
                   AT END
                       MOVE "Y" TO ORDER-EOF
                   NOT AT END
                       IF R-DATE = BUS-DATE
                           PERFORM TALLY-ONE-ORDER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDER-FILE.

       TALLY-ONE-ORDER.
      *> === 任務：一筆訂單加進它的付款方式；銷售另外算回饋折抵跟促銷折扣 ===
           ADD 1 TO ORDER-COUNT.
           MOVE "C" TO ORD-PAY.
           IF R-PAY = "K" OR R-PAY = "M" OR R-PAY = "V"
               OR R-PAY = "F" OR R-PAY = "U"
               MOVE R-PAY TO ORD-PAY
           END-IF.
           IF R-TYPE = "R"
               ADD R-PRICE TO REFUND-TOTAL
               EVALUATE ORD-PAY
                   WHEN "K"
                       ADD R-PRICE TO REFUND-CARD
                   WHEN "M"
                       ADD R-PRICE TO REFUND-MOBILE
                   WHEN "V"
                       ADD R-PRICE TO REFUND-BAL
                   WHEN "F"
                   WHEN "U"
                       ADD R-PRICE TO REFUND-PLAT
                   WHEN OTHER
                       ADD R-PRICE TO REFUND-CASH
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF.

           ADD R-PRICE TO SALES-NET.
           EVALUATE ORD-PAY
               WHEN "K"
                   ADD R-PRICE TO SALE-CARD
               WHEN "M"
                   ADD R-PRICE TO SALE-MOBILE
               WHEN "V"
                   ADD R-PRICE TO SALE-BAL
               WHEN "F"
               WHEN "U"
                   ADD R-PRICE TO SALE-PLAT
               WHEN OTHER
                   ADD R-PRICE TO SALE-CASH
           END-EVALUATE.
           MOVE 0 TO ORD-DISC.
           IF R-DISC IS NUMERIC
               MOVE R-DISC TO ORD-DISC
           END-IF.
           ADD ORD-DISC TO LOYALTY-TOTAL.
           PERFORM LOOKUP-LIST-PRICE.
           MOVE 0 TO ORD-PROMO.
           IF LIST-PRICE > R-UNIT
               COMPUTE ORD-PROMO = (LIST-PRICE - R-UNIT) * R-QTY
           END-IF.
           ADD ORD-PROMO TO PROMO-TOTAL.

       TALLY-TOPUPS.
      *> === 任務：營業日那一天收的儲值照付款方式加總 ===
           OPEN INPUT TOPUP-FILE.
           IF WS-TOPUP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL TOPUP-EOF = "Y"
               READ TOPUP-FILE
                   AT END
                       MOVE "Y" TO TOPUP-EOF
                   NOT AT END
                       IF TU-DATE = BUS-DATE
                           ADD TU-AMT TO TOPUP-TOTAL
                           EVALUATE TU-PAY
                               WHEN "K"
                                   ADD TU-AMT TO TOPUP-CARD
                               WHEN "M"
                                   ADD TU-AMT TO TOPUP-MOBILE
                               WHEN OTHER
                                   ADD TU-AMT TO TOPUP-CASH
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TOPUP-FILE.

       CHECK-REPORT.
      *> === 任務：report.txt 要是這一天的，而且 SETTLE- 數字要跟訂單算的一樣 ===
      *> [規則] 對不上表示 VIEW-ORDERS 之後訂單又有變動，帳還沒結好，
      *> 傳票不能出 (會計那邊跟報表會兜不起來)。
           COMPUTE BOOK-CASH   = SALE-CASH + TOPUP-CASH - REFUND-CASH.
           COMPUTE BOOK-CARD   = SALE-CARD + TOPUP-CARD - REFUND-CARD.
           COMPUTE BOOK-MOBILE = SALE-MOBILE + TOPUP-MOBILE - REFUND-MOBILE.
           COMPUTE BOOK-BAL    = SALE-BAL - REFUND-BAL.
           COMPUTE BOOK-PLAT   = SALE-PLAT - REFUND-PLAT.

           OPEN INPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "找不到 report.txt，先跑 view-orders" TO REASON-TEXT
               PERFORM NOTE-REASON
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL REPORT-EOF = "Y"
               READ REPORT-FILE
                   AT END
                       MOVE "Y" TO REPORT-EOF
                   NOT AT END
                       PERFORM PICK-SETTLE-LINE
               END-READ
           END-PERFORM.
           CLOSE REPORT-FILE.

           IF RPT-DATE NOT = BUS-DATE OR NOT SETTLE-SEEN
               MOVE SPACES TO REASON-TEXT
               STRING "report.txt 不是 " BUS-DATE
                      " 的結帳報表，先跑 view-orders " BUS-DATE
                      INTO REASON-TEXT
               PERFORM NOTE-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO CHK-AMT.
           IF BOOK-CASH > 0
               MOVE BOOK-CASH TO CHK-AMT
           END-IF.
           IF CHK-AMT NOT = RPT-CASH
               MOVE SPACES TO REASON-TEXT
               STRING "SETTLE-CASH=" RPT-CASH " 跟訂單算的 " CHK-AMT
                      " 不同，重跑 view-orders" INTO REASON-TEXT
               PERFORM NOTE-REASON
           END-IF.
           MOVE 0 TO CHK-AMT.
           IF BOOK-CARD > 0
               MOVE BOOK-CARD TO CHK-AMT
           END-IF.
           IF CHK-AMT NOT = RPT-CARD
               MOVE SPACES TO REASON-TEXT
               STRING "SETTLE-CARD=" RPT-CARD " 跟訂單算的 " CHK-AMT
                      " 不同，重跑 view-orders" INTO REASON-TEXT
               PERFORM NOTE-REASON
           END-IF.
           MOVE 0 TO CHK-AMT.
           IF BOOK-MOBILE > 0
               MOVE BOOK-MOBILE TO CHK-AMT
           END-IF.
           IF CHK-AMT NOT = RPT-MOBILE
               MOVE SPACES TO REASON-TEXT
               STRING "SETTLE-MOBILE=" RPT-MOBILE " 跟訂單算的 " CHK-AMT
                      " 不同，重跑 view-orders" INTO REASON-TEXT
               PERFORM NOTE-REASON
           END-IF.
           MOVE 0 TO CHK-AMT.
           IF BOOK-BAL > 0
               MOVE BOOK-BAL TO CHK-AMT
           END-IF.
           IF CHK-AMT NOT = RPT-BAL
               MOVE SPACES TO REASON-TEXT
               STRING "SETTLE-BALANCE=" RPT-BAL " 跟訂單算的 " CHK-AMT
                      " 不同，重跑 view-orders" INTO REASON-TEXT
               PERFORM NOTE-REASON
           END-IF.
           MOVE 0 TO CHK-AMT.
           IF BOOK-PLAT > 0
               MOVE BOOK-PLAT TO CHK-AMT
           END-IF.
           IF CHK-AMT NOT = RPT-PLAT
               MOVE SPACES TO REASON-TEXT
               STRING "SETTLE-PLATFORM=" RPT-PLAT " 跟訂單算的 " CHK-AMT
                      " 不同，重跑 view-orders" INTO REASON-TEXT
               PERFORM NOTE-REASON
           END-IF.

       PICK-SETTLE-LINE.
      *> === 任務：認出這一行報表是不是我們要的那幾行 ===
           EVALUATE TRUE
               WHEN REPORT-LINE(1:5) = "DATE="
                   AND REPORT-LINE(6:8) IS NUMERIC
                   MOVE REPORT-LINE(6:8) TO RPT-DATE
               WHEN REPORT-LINE(1:12) = "SETTLE-CASH="
                   AND REPORT-LINE(13:8) IS NUMERIC
                   MOVE REPORT-LINE(13:8) TO RPT-CASH
                   SET SETTLE-SEEN TO TRUE
               WHEN REPORT-LINE(1:12) = "SETTLE-CARD="
                   AND REPORT-LINE(13:8) IS NUMERIC
                   MOVE REPORT-LINE(13:8) TO RPT-CARD
                   SET SETTLE-SEEN TO TRUE
               WHEN REPORT-LINE(1:14) = "SETTLE-MOBILE="
                   AND REPORT-LINE(15:8) IS NUMERIC
                   MOVE REPORT-LINE(15:8) TO RPT-MOBILE
                   SET SETTLE-SEEN TO TRUE
               WHEN REPORT-LINE(1:15) = "SETTLE-BALANCE="
                   AND REPORT-LINE(16:8) IS NUMERIC
                   MOVE REPORT-LINE(16:8) TO RPT-BAL
                   SET SETTLE-SEEN TO TRUE
               WHEN REPORT-LINE(1:16) = "SETTLE-PLATFORM="
                   AND REPORT-LINE(17:8) IS NUMERIC
                   MOVE REPORT-LINE(17:8) TO RPT-PLAT
                   SET SETTLE-SEEN TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       READ-CLOSEOUT.
      *> === 任務：找這一天最後一次關帳，算出現金/刷卡/行動的溢短 ===
      *> [規則] 同一天關兩次以最後一次為準。還沒關帳就不能出傳票，
      *> 溢短沒入帳的傳票匯進去，會計那邊的現金永遠對不起來。
           OPEN INPUT CLOSEOUT-FILE.
           IF WS-CLOSE-STATUS = "00"
               PERFORM UNTIL CLOSEOUT-EOF = "Y"
                   READ CLOSEOUT-FILE
                       AT END
                           MOVE "Y" TO CLOSEOUT-EOF
                       NOT AT END
                           PERFORM PICK-CLOSEOUT-LINE
                   END-READ
               END-PERFORM
               CLOSE CLOSEOUT-FILE
           END-IF.
           IF NOT CLOSE-FOUND
               MOVE SPACES TO REASON-TEXT
               STRING "closeout.txt 沒有 " BUS-DATE
                      " 的關帳記錄，先跑 shift-close" INTO REASON-TEXT
               PERFORM NOTE-REASON
               EXIT PARAGRAPH
           END-IF.
           IF SETTLE-SEEN AND (CO-EXP-CASH NOT = RPT-CASH
               OR CO-EXP-CARD NOT = RPT-CARD
               OR CO-EXP-MOBILE NOT = RPT-MOBILE)
               MOVE "關帳時的帳面跟現在的 report.txt 不同，關帳後帳又動過，重新關帳"
                   TO REASON-TEXT
               PERFORM NOTE-REASON
           END-IF.
           COMPUTE VAR-CASH   = CO-CNT-CASH   - CO-EXP-CASH.
           COMPUTE VAR-CARD   = CO-CNT-CARD   - CO-EXP-CARD.
           COMPUTE VAR-MOBILE = CO-CNT-MOBILE - CO-EXP-MOBILE.

       PICK-CLOSEOUT-LINE.
      *> === 任務：這一行是這一天的關帳就把帳面/實點摳出來 ===
      *> [欄位] 位置照 SHIFT-CLOSE 的 WRITE-CLOSEOUT：
      *>   1-8 日期，33 現金帳面，42 現金實點，56 刷卡帳面，65 刷卡實點，
      *>   81 行動帳面，90 行動實點 (各 8 位)。
           IF CLOSEOUT-LINE(1:8) NOT = BUS-DATE
               EXIT PARAGRAPH
           END-IF.
           IF CLOSEOUT-LINE(27:6) NOT = " CASH="
               OR CLOSEOUT-LINE(33:8) NOT NUMERIC
               OR CLOSEOUT-LINE(42:8) NOT NUMERIC
               OR CLOSEOUT-LINE(56:8) NOT NUMERIC
               OR CLOSEOUT-LINE(65:8) NOT NUMERIC
               OR CLOSEOUT-LINE(81:8) NOT NUMERIC
               OR CLOSEOUT-LINE(90:8) NOT NUMERIC
               DISPLAY "⚠️ 關帳記錄格式不對，略過: " CLOSEOUT-LINE(1:40)
               EXIT PARAGRAPH
           END-IF.
           MOVE CLOSEOUT-LINE(33:8) TO CO-EXP-CASH.
           MOVE CLOSEOUT-LINE(42:8) TO CO-CNT-CASH.
           MOVE CLOSEOUT-LINE(56:8) TO CO-EXP-CARD.
           MOVE CLOSEOUT-LINE(65:8) TO CO-CNT-CARD.
           MOVE CLOSEOUT-LINE(81:8) TO CO-EXP-MOBILE.
           MOVE CLOSEOUT-LINE(90:8) TO CO-CNT-MOBILE.
           SET CLOSE-FOUND TO TRUE.

       BUILD-JOURNAL.
      *> === 任務：把加總組成分錄表，正=借方，負=貸方 ===
           COMPUTE SALES-TAX ROUNDED =
                   SALES-NET * TAX-RATE / (100 + TAX-RATE).
           COMPUTE REFUND-TAX ROUNDED =
                   REFUND-TOTAL * TAX-RATE / (100 + TAX-RATE).

           MOVE "CASH" TO NEW-KEY.
           COMPUTE NEW-AMT = BOOK-CASH + VAR-CASH.
           PERFORM ADD-JOURNAL-LINE.
           MOVE "CARD" TO NEW-KEY.
           COMPUTE NEW-AMT = BOOK-CARD + VAR-CARD.
           PERFORM ADD-JOURNAL-LINE.
           MOVE "MOBILE" TO NEW-KEY.
           COMPUTE NEW-AMT = BOOK-MOBILE + VAR-MOBILE.
           PERFORM ADD-JOURNAL-LINE.
           MOVE "PLATFORM" TO NEW-KEY.
           MOVE BOOK-PLAT TO NEW-AMT.
           PERFORM ADD-JOURNAL-LINE.
           MOVE "SVLIAB" TO NEW-KEY.
           COMPUTE NEW-AMT = SALE-BAL - REFUND-BAL - TOPUP-TOTAL.
           PERFORM ADD-JOURNAL-LINE.
           MOVE "LOYALTY" TO NEW-KEY.
           MOVE LOYALTY-TOTAL TO NEW-AMT.
           PERFORM ADD-JOURNAL-LINE.
           MOVE "PROMO" TO NEW-KEY.
           MOVE PROMO-TOTAL TO NEW-AMT.
           PERFORM ADD-JOURNAL-LINE.
           MOVE "REFUND" TO NEW-KEY.
           COMPUTE NEW-AMT = REFUND-TOTAL - REFUND-TAX.
           PERFORM ADD-JOURNAL-LINE.
           MOVE "TAX" TO NEW-KEY.
           COMPUTE NEW-AMT = REFUND-TAX - SALES-TAX.
           PERFORM ADD-JOURNAL-LINE.
           MOVE "REVENUE" TO NEW-KEY.
           COMPUTE NEW-AMT = SALES-TAX - SALES-NET - LOYALTY-TOTAL
                           - PROMO-TOTAL.
           PERFORM ADD-JOURNAL-LINE.
           MOVE "OVERSHORT" TO NEW-KEY.
           COMPUTE NEW-AMT = 0 - VAR-CASH - VAR-CARD - VAR-MOBILE.
           PERFORM ADD-JOURNAL-LINE.

       ADD-JOURNAL-LINE.
      *> === 任務：NEW-KEY/NEW-AMT 加成分錄表的一格 ===
           IF JL-COUNT >= 12
               MOVE "分錄表已滿" TO REASON-TEXT
               PERFORM NOTE-REASON
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO JL-COUNT.
           MOVE NEW-KEY  TO JL-KEY(JL-COUNT).
           MOVE NEW-AMT  TO JL-AMT(JL-COUNT).
           MOVE SPACES   TO JL-ACCT(JL-COUNT).
           MOVE SPACES   TO JL-NAME(JL-COUNT).
           MOVE "N"      TO JL-MAPPED(JL-COUNT).

       MAP-ACCOUNTS.
      *> === 任務：讀 coa.txt，每一格分錄對上會計科目 ===
      *> [規則] 有金額的分錄一定要有科目，沒有就退件；金額 0 的不寫，沒科目也沒關係。
           OPEN INPUT COA-FILE.
           IF WS-COA-STATUS NOT = "00"
               MOVE "找不到會計科目對照檔 coa.txt" TO REASON-TEXT
               PERFORM NOTE-REASON
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL COA-EOF = "Y"
               READ COA-FILE
                   AT END
                       MOVE "Y" TO COA-EOF
                   NOT AT END
                       PERFORM MAP-ONE-ACCOUNT
               END-READ
           END-PERFORM.
           CLOSE COA-FILE.
           PERFORM VARYING JL-IDX FROM 1 BY 1 UNTIL JL-IDX > JL-COUNT
               IF JL-AMT(JL-IDX) NOT = 0 AND JL-MAPPED(JL-IDX) = "N"
                   MOVE SPACES TO REASON-TEXT
                   STRING "coa.txt 沒有 " FUNCTION TRIM(JL-KEY(JL-IDX))
                          " 的科目" INTO REASON-TEXT
                   PERFORM NOTE-REASON
               END-IF
           END-PERFORM.

       MAP-ONE-ACCOUNT.
      *> === 任務：coa.txt 這一行是哪一格分錄的科目 ===
           PERFORM VARYING JL-IDX FROM 1 BY 1 UNTIL JL-IDX > JL-COUNT
               IF JL-KEY(JL-IDX) = CA-KEY
                   IF CA-ACCT = SPACES
                       EXIT PERFORM
                   END-IF
                   MOVE CA-ACCT TO JL-ACCT(JL-IDX)
                   MOVE CA-NAME TO JL-NAME(JL-IDX)
                   MOVE "Y"     TO JL-MAPPED(JL-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-BALANCED.
      *> === 任務：借方合計要等於貸方合計 ===
           MOVE 0 TO TOTAL-DEBIT.
           MOVE 0 TO TOTAL-CREDIT.
           PERFORM VARYING JL-IDX FROM 1 BY 1 UNTIL JL-IDX > JL-COUNT
               IF JL-AMT(JL-IDX) > 0
                   ADD JL-AMT(JL-IDX) TO TOTAL-DEBIT
               ELSE
                   SUBTRACT JL-AMT(JL-IDX) FROM TOTAL-CREDIT
               END-IF
           END-PERFORM.
           IF TOTAL-DEBIT NOT = TOTAL-CREDIT
               MOVE SPACES TO REASON-TEXT
               STRING "借貸不平: 借方 " TOTAL-DEBIT " 貸方 " TOTAL-CREDIT
                      INTO REASON-TEXT
               PERFORM NOTE-REASON
           END-IF.

       NOTE-REASON.
      *> === 任務：記一個退件理由，第一個留下來寫日誌 ===
           ADD 1 TO REJECT-COUNT.
           IF REJECT-REASON = SPACES
               MOVE REASON-TEXT TO REJECT-REASON
           END-IF.
           DISPLAY "⚠️ " FUNCTION TRIM(REASON-TEXT).

       REJECT-DAY.
      *> === 任務：退件：舊的傳票檔也拿掉，免得會計匯到過期的那一份 ===
           MOVE SPACES TO WS-CMD.
           STRING "rm -f " FUNCTION TRIM(GL-FILENAME) INTO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.

       WRITE-JOURNAL.
      *> === 任務：借貸平衡，有金額的分錄一格寫一行 ===
           OPEN OUTPUT GL-FILE.
           IF WS-GL-STATUS NOT = "00"
               MOVE SPACES TO REASON-TEXT
               STRING FUNCTION TRIM(GL-FILENAME) " 寫不出來 (" WS-GL-STATUS
                      ")" INTO REASON-TEXT
               PERFORM NOTE-REASON
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING JL-IDX FROM 1 BY 1 UNTIL JL-IDX > JL-COUNT
               IF JL-AMT(JL-IDX) NOT = 0
                   PERFORM WRITE-ONE-JOURNAL-LINE
               END-IF
           END-PERFORM.
           CLOSE GL-FILE.

       WRITE-ONE-JOURNAL-LINE.
      *> === 任務：寫一行 "日期,科目,科目名稱,借方,貸方,分錄種類" ===
           MOVE 0 TO OUT-DEBIT.
           MOVE 0 TO OUT-CREDIT.
           IF JL-AMT(JL-IDX) > 0
               MOVE JL-AMT(JL-IDX) TO OUT-DEBIT
           ELSE
               COMPUTE OUT-CREDIT = 0 - JL-AMT(JL-IDX)
           END-IF.
           MOVE SPACES TO GL-LINE.
           STRING BUS-DATE ","
                  FUNCTION TRIM(JL-ACCT(JL-IDX)) ","
                  FUNCTION TRIM(JL-NAME(JL-IDX)) ","
                  OUT-DEBIT "," OUT-CREDIT ","
                  FUNCTION TRIM(JL-KEY(JL-IDX))
                  INTO GL-LINE.
           WRITE GL-LINE.
           ADD 1 TO LINE-COUNT.

       LOG-RESULT.
      *> === 任務：這一次出傳票的結果記一行進 gllog.txt ===
           OPEN EXTEND GLLOG-FILE.
           IF WS-GLLOG-STATUS = "35"
               OPEN OUTPUT GLLOG-FILE
           END-IF.
           MOVE SPACES TO GLLOG-LINE.
           IF REJECT-COUNT > 0
               STRING WS-TIMESTAMP " GL DATE=" BUS-DATE
                      " RESULT=REJECT PROBLEMS=" REJECT-COUNT
                      " REASON=" FUNCTION TRIM(REJECT-REASON)
                      INTO GLLOG-LINE
           ELSE
               STRING WS-TIMESTAMP " GL DATE=" BUS-DATE
                      " RESULT=OK LINES=" LINE-COUNT
                      " DEBIT=" TOTAL-DEBIT
                      " CREDIT=" TOTAL-CREDIT
                      " ORDERS=" ORDER-COUNT
                      INTO GLLOG-LINE
           END-IF.
           WRITE GLLOG-LINE.
           CLOSE GLLOG-FILE.
