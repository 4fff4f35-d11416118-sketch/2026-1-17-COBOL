           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INVREG-STATUS.

      *> --- 月彙總檔：MONTH-END C 產的 summYYYYMM.txt，只看在不在：
      *> 在的話那個月已經收過月，"BD=" 不能再把單補記進去 ---
           SELECT SUMMARY-FILE ASSIGN TO SUMM-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUMM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           05  R-REF-DATE  PIC 9(8).
      *> [欄位] 退款專用：原始訂單的訂單日期 (YYYYMMDD)，銷售記 0。
           05  R-PAY       PIC X(1).
      *> [欄位] 付款方式："C"=現金，"K"=刷卡，"M"=行動支付，"V"=儲值餘額，
      *> "F"=Foodpanda，"U"=Uber Eats (外送平台代收，週結撥款)。
      *> 舊訂單沒有這一欄，讀進來會是空白，一律當現金。
           05  R-SIZE      PIC X(1).
      *> [欄位] 杯型："M"=中杯，"L"=大杯 (+加價)。舊訂單沒有這一欄，
           05  R-TIME      PIC 9(6).
      *> [欄位] 交易時間 (HHMMSS)，排班看尖峰時段用。舊訂單沒有
      *> 這一欄，讀進來會是空白，時段統計就不算它。
           05  R-PLATNO    PIC X(16).
      *> [欄位] 外送平台訂單編號 (付款方式 "F"/"U" 才有)，平台週結
      *> 撥款對帳用它一張一張對。其他訂單/舊訂單是空白。

      *> [注意] 以下欄位長度必須跟 VIEW-ORDERS 裡的 PRICE-HIST-RECORD 逐位元組對齊。
       FD  PRICE-HIST-FILE.
           05  IR-AMT      PIC 9(5).
      *> [欄位] 發票金額 (這一單實收)。

       FD  SUMMARY-FILE.
       01  SUMMARY-LINE    PIC X(100).
      *> [欄位] 內容不看，開得起來就表示收過月了。

       WORKING-STORAGE SECTION.
       01  WS-CUST-STATUS  PIC X(2).
      *> [狀態碼] CUSTOMER-FILE 開檔/讀檔的結果，"00"=成功，"35"=檔案不存在。
      *> [狀態碼] INVREG-FILE 開檔的結果，"35"=invreg.txt 還沒建立過。
       01  WS-REFIDX-STATUS PIC X(2).
      *> [狀態碼] REFUND-IDX-FILE 開檔的結果，"35"=索引還沒建立過。
       01  WS-SUMM-STATUS  PIC X(2).
      *> [狀態碼] SUMMARY-FILE 開檔的結果，"00"=那個月已經收過月。
       01  SUMM-FILENAME   PIC X(20).
      *> [變數] "BD=" 營業日那個月的 summYYYYMM.txt。
       01  ORDER-FILENAME  PIC X(20) VALUE "orders.txt".
      *> [變數] ORDER-FILE 現在指到哪支檔：平常是 orders.txt，
      *> 退款對單翻封存時換成 archYYYYMM.txt。

       01  CMD-LINE        PIC X(120).
       
      *> 用來接收參數的變數
       01  D-ID            PIC X(1).
           88  TXN-REFUND                 VALUE "R".
      *> [變數] 交易類別，"R"=退款，其他=銷售 (從第 5 個參數認出來)。
       01  D-PAY           PIC X(1).
           88  PAY-VALID                  VALUE "C" "K" "M" "V" "F" "U".
           88  PAY-BALANCE                VALUE "V".
           88  PAY-PLATFORM               VALUE "F" "U".
      *> [變數] 付款方式："C"=現金 (預設)，"K"=刷卡，"M"=行動支付，
      *> "V"=儲值餘額扣款，"F"=Foodpanda，"U"=Uber Eats (外送平台代收)。
       01  D-PLATNO        PIC X(17) VALUE SPACES.
      *> [變數] 外送平台訂單編號 (從 "PF=" 那一格來)，最多 16 碼；
      *> 多留一碼是為了認出太長的編號，不要靜悄悄截斷。
       01  D-BUS-DATE      PIC X(9) VALUE SPACES.
      *> [變數] 營業日 (從 "BD=" 那一格來)，空白表示就是今天。
       01  BUS-DATE-DAYS   PIC 9(3) VALUE 7.
      *> [設定] "BD=" 最多可以往前幾天 (批次重跑補送的範圍)，
      *> 再早的不收，不能拿它把單補記到很久以前。
       01  UNSTR-PTR       PIC 9(3) VALUE 1.
      *> [變數] 切參數切到第幾個字，切完後面還有東西就是參數太多。
       01  ARG-LIST.
           05  ARG-TOKEN OCCURS 7 TIMES INDEXED BY A-IDX PIC X(20).
      *> [參數] 第 5 個以後的參數，一格一個，照內容認：
      *>   "R"          → 退款 (後面的 8 位數字=原單日期)
      *>   "S"          → 銷售 (保留舊用法)
      *>   "C"/"K"/"M"  → 付款方式 ("F"/"U" 是外送平台)
      *>   "PF=編號"    → 外送平台訂單編號
      *>   "BD=YYYYMMDD" → 營業日 (DAILY-BATCH / PLATFORM-IMPORT 補送用)
      *>   "SZ=M/L"     → 杯型，"SU=F/7/5/3/0" → 甜度，
      *>   "IC=F/L/M/N/H" → 冰塊，"TP=珍珠" → 加料
      *>   空白         → 沒了，後面不用再看
           88  OPTION-OK                  VALUE "Y".
           88  OPTION-BAD                 VALUE "N".
      *> [開關] 客製選項有沒有打錯 (杯型/甜度/冰塊代號不認得)。
       01  PLATFORM-OK-SW  PIC X(1) VALUE "Y".
           88  PLATFORM-OK                VALUE "Y".
           88  PLATFORM-BAD               VALUE "N".
      *> [開關] 外送平台付款跟平台訂單編號有沒有配對好。

      *> --- 加料價目表 (用名稱查加價，跟菜單表同一個做法) ---
       01  TOPPING-TABLE.
      *> [變數] CUR-VISITS 除以 10 的餘數，0 表示這一單是回饋單。

       01  WS-TODAY            PIC 9(8).
      *> [變數] 今天的日期 (YYYYMMDD)，寫進 ORDER-FILE 的 R-DATE，也用來查當天生效價；
      *> 有帶 "BD=" 營業日時換成那一天。
       01  WS-NOW-TIME         PIC 9(6).
      *> [變數] 現在的時間 (HHMMSS)，寫進 ORDER-FILE 的 R-TIME。

               ELSE
               IF NOT PAY-VALID
                   DISPLAY "⚠️ 付款方式錯誤: " D-PAY
                           " (C=現金 K=刷卡 M=行動 V=儲值"
                           " F=Foodpanda U=Uber Eats)，訂單作廢"
                   MOVE 1 TO RETURN-CODE
               ELSE
               PERFORM VALIDATE-PLATFORM
               IF PLATFORM-BAD
                   MOVE 1 TO RETURN-CODE
               ELSE
               PERFORM VALIDATE-OPTIONS
                                       " 杯，訂單作廢"
                               MOVE 1 TO RETURN-CODE
                           ELSE
      *> [外送] 平台的客人不是本店會員，不記消費次數也不回饋
                               IF NOT PAY-PLATFORM
                                   PERFORM LOOKUP-CUSTOMER
                                   PERFORM APPLY-REWARD
                               END-IF
                               IF PAY-BALANCE
      *> [儲值] 用餘額付款：先扣得到錢才算成交
                                   PERFORM PAY-BY-BALANCE
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

           STOP RUN.
           ACCEPT CMD-LINE FROM COMMAND-LINE.

      *> 2. 切割參數 (ID, 姓名, 電話, 數量, 後面的一格一格照內容認)
           MOVE 1 TO UNSTR-PTR.
           UNSTRING CMD-LINE DELIMITED BY SPACE
               INTO D-ID, D-NAME, D-PHONE, D-QTY-STR,
                    ARG-TOKEN(1), ARG-TOKEN(2), ARG-TOKEN(3),
                    ARG-TOKEN(4), ARG-TOKEN(5), ARG-TOKEN(6),
                    ARG-TOKEN(7)
               WITH POINTER UNSTR-PTR.
      *> [防呆] 參數多到裝不下，後面那幾格 (可能是 "BD=") 會被悄悄丟掉，整筆不收
           IF UNSTR-PTR <= 120
               IF CMD-LINE(UNSTR-PTR:) NOT = SPACES
                   DISPLAY "⚠️ 參數太多: " FUNCTION TRIM(CMD-LINE)
                           "，訂單作廢"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM PARSE-TXN-ARGS.
           PERFORM APPLY-BUS-DATE.

      *> 3. 轉成數字 (數量太大、塞不進 D-QTY PIC 9(3) 就標記作廢，不要靜悄悄截斷)
           COMPUTE D-QTY = FUNCTION NUMVAL(D-QTY-STR)
      *> 帶頭，放在哪個位置都認得。
           MOVE "S" TO D-TYPE.
           MOVE "C" TO D-PAY.
           PERFORM VARYING A-IDX FROM 1 BY 1 UNTIL A-IDX > 7
               PERFORM PARSE-ONE-ARG
           END-PERFORM.

       APPLY-BUS-DATE.
      *> === 任務：有帶 "BD=" 就照那個營業日記帳 ===
      *> [規則] 批次隔天重跑補送的交易要記在原來的營業日 (R-DATE、發票日、
      *> 退款索引日、當天生效價都照它)，那一天的結算/傳票才對得起來；
      *> R-TIME 還是真正入帳的時間。營業日要是真的日期、不能是未來，
      *> 也不能早過 BUS-DATE-DAYS 天；那個月已經收過月 (有 summYYYYMM.txt)
      *> 也不收，補進去的單不會進月彙總，月報/毛利就對不起來了。
           IF D-BUS-DATE = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF D-BUS-DATE(1:8) IS NOT NUMERIC OR D-BUS-DATE(9:1) NOT = SPACE
               DISPLAY "⚠️ 營業日格式錯誤: " D-BUS-DATE "，訂單作廢"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(D-BUS-DATE(1:8)))
                   NOT = 0
               OR D-BUS-DATE(1:8) > WS-TODAY
               OR FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(D-BUS-DATE(1:8)))
                   < FUNCTION INTEGER-OF-DATE(WS-TODAY) - BUS-DATE-DAYS
               DISPLAY "⚠️ 營業日不在可以補送的範圍: " D-BUS-DATE
                       "，訂單作廢"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO SUMM-FILENAME.
           STRING "summ" D-BUS-DATE(1:6) ".txt" INTO SUMM-FILENAME.
           OPEN INPUT SUMMARY-FILE.
           IF WS-SUMM-STATUS = "00"
               CLOSE SUMMARY-FILE
               DISPLAY "⚠️ 營業日 " D-BUS-DATE(1:8) " 那個月已經收過月 ("
                       FUNCTION TRIM(SUMM-FILENAME) ")，訂單作廢"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE D-BUS-DATE(1:8) TO WS-TODAY.

       PARSE-ONE-ARG.
      *> === 任務：認出 ARG-TOKEN(A-IDX) 這一格是什麼 ===
           EVALUATE TRUE
                   MOVE ARG-TOKEN(A-IDX)(4:1) TO D-ICE
               WHEN ARG-TOKEN(A-IDX)(1:3) = "TP="
                   MOVE ARG-TOKEN(A-IDX)(4:10) TO D-TOPP
               WHEN ARG-TOKEN(A-IDX)(1:3) = "PF="
                   MOVE ARG-TOKEN(A-IDX)(4:17) TO D-PLATNO
               WHEN ARG-TOKEN(A-IDX)(1:3) = "BD="
                   MOVE ARG-TOKEN(A-IDX)(4:9) TO D-BUS-DATE
               WHEN ARG-TOKEN(A-IDX)(1:8) IS NUMERIC
                   AND ARG-TOKEN(A-IDX)(9:) = SPACES
                   AND TXN-REFUND
      *> [退款] 8 位數字 = 原始訂單日期 (YYYYMMDD)
                   MOVE ARG-TOKEN(A-IDX)(1:8) TO D-REF-DATE
               WHEN ARG-TOKEN(A-IDX)(2:) = SPACES
      *> [銷售] 單一個字就是付款方式 (C/K/M/V/F/U)
                   MOVE ARG-TOKEN(A-IDX)(1:1) TO D-PAY
               WHEN OTHER
                   CONTINUE
       VALIDATE-PHONE.
      *> === 任務：檢查電話格式對不對 ===
      *> [規則] 去除空白後要剛好 10 位數字，而且要是 "0" 開頭 (台灣手機格式)
      *> [外送] 平台不給客人電話，平台訂單電話填 "-" 也算數 (不記會員)
           SET PHONE-INVALID TO TRUE.
           IF PAY-PLATFORM AND D-PHONE = "-"
               SET PHONE-VALID TO TRUE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE PHONE-LEN = FUNCTION LENGTH(FUNCTION TRIM(D-PHONE)).
           IF PHONE-LEN = 10 AND D-PHONE(1:1) = "0"
               AND D-PHONE(1:10) IS NUMERIC
               SET PHONE-VALID TO TRUE
           END-IF.

       VALIDATE-PLATFORM.
      *> === 任務：外送平台付款 (F/U) 一定要帶平台訂單編號，其他付款不能帶 ===
      *> [規則] 平台週結撥款是照平台訂單編號一張一張對的，沒有編號
      *> 就對不起來；平台的退款/調帳由平台處理，店裡不收平台單的退款。
           SET PLATFORM-OK TO TRUE.
           IF PAY-PLATFORM AND TXN-REFUND
               DISPLAY "⚠️ 外送平台訂單不在店裡退款，請走平台調帳，退款作廢"
               SET PLATFORM-BAD TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF PAY-PLATFORM AND D-PLATNO = SPACES
               DISPLAY "⚠️ 外送平台訂單沒有平台訂單編號 (PF=)，訂單作廢"
               SET PLATFORM-BAD TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF NOT PAY-PLATFORM AND D-PLATNO NOT = SPACES
               DISPLAY "⚠️ 平台訂單編號只給外送平台付款 (F/U) 用: "
                       FUNCTION TRIM(D-PLATNO) "，訂單作廢"
               SET PLATFORM-BAD TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF D-PLATNO(17:1) NOT = SPACE
               DISPLAY "⚠️ 平台訂單編號超過 16 碼: "
                       FUNCTION TRIM(D-PLATNO) "，訂單作廢"
               SET PLATFORM-BAD TO TRUE
           END-IF.

       VALIDATE-OPTIONS.
      *> === 任務：檢查客製選項的代號對不對、加料有沒有這一味 ===
           SET OPTION-OK TO TRUE.
       PROCESS-TOPUP.
      *> === 任務：儲值交易 "T <姓名> <電話> <金額> [C/K/M]" ===
      *> [規則] 錢加進 balance.dat (電話當鍵)，再記一行 topups.txt，
      *> 晚上結帳跟會員對帳單都翻得到。儲值收的錢只能是 C/K/M
      *> (外送平台不收儲值)。
           SET TOPUP-OK-SW TO "Y".
           COMPUTE TOPUP-AMT = FUNCTION NUMVAL(D-QTY-STR)
               ON SIZE ERROR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF PAY-BALANCE OR PAY-PLATFORM OR NOT PAY-VALID
               DISPLAY "⚠️ 儲值收款方式錯誤: " D-PAY
                       " (C=現金 K=刷卡 M=行動)，儲值作廢"
               MOVE 1 TO RETURN-CODE
                   DISPLAY "📱 付款方式: 行動支付"
               WHEN "V"
                   DISPLAY "💎 付款方式: 儲值餘額"
               WHEN "F"
                   DISPLAY "🛵 付款方式: Foodpanda 代收 (平台訂單 "
                           FUNCTION TRIM(D-PLATNO) ")"
               WHEN "U"
                   DISPLAY "🛵 付款方式: Uber Eats 代收 (平台訂單 "
                           FUNCTION TRIM(D-PLATNO) ")"
           END-EVALUATE.

       VALIDATE-REFUND.
           END-IF.
           MOVE D-PAY TO R-PAY.
           MOVE WS-NOW-TIME TO R-TIME.
           MOVE D-PLATNO TO R-PLATNO.

      *> [注意] 退款對單可能把 ORDER-FILE 指去翻封存檔，寫單前
      *> 先把檔名指回活的 orders.txt。

      *> [索引] 這筆交易順手記進退款對單索引，之後退這張單
      *> 一鍵讀到位，不用掃檔
      *> [外送] 平台訂單不在店裡退款，不用進索引
           IF TXN-REFUND
               PERFORM POST-REFUND-TO-INDEX
           ELSE
               IF NOT PAY-PLATFORM
                   PERFORM POST-SALE-TO-INDEX
               END-IF
           END-IF.

       POST-SALE-TO-INDEX.
