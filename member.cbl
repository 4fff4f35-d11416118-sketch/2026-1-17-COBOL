       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
      PROGRAM-ID. MEMBER-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> --- 會員主檔：索引檔，用電話當主鍵，換號/合併就是搬這一筆 ---
           SELECT CUSTOMER-FILE ASSIGN TO "customers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CR-PHONE
           FILE STATUS IS WS-CUST-STATUS.

      *> --- 儲值餘額檔：索引檔，跟 CR-PHONE 同一把鍵，錢要跟著人走 ---
           SELECT BALANCE-FILE ASSIGN TO "balance.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BA-PHONE
           FILE STATUS IS WS-BAL-STATUS.

      *> --- 退款對單索引：鍵 = 電話+品項+原單日，電話在鍵的最前面，
      *> 換號時整段讀出來、刪掉、用新電話重新寫回去 ---
           SELECT REFUND-IDX-FILE ASSIGN TO "refidx.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RX-KEY
           FILE STATUS IS WS-REFIDX-STATUS.

      *> --- 訂單檔：活的 orders.txt 跟收月後的 archYYYYMM.txt 輪流開，
      *> 每一行的 R-PHONE 都要改，退款對單跟對帳單才找得到 ---
           SELECT ORDER-FILE ASSIGN TO ORDER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORDER-STATUS.

      *> --- 訂單暫存檔：改好的訂單先寫這裡，整支寫完才換回原檔名 ---
           SELECT ORDTMP-FILE ASSIGN TO "orders.member.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

      *> --- 儲值記錄：TU-PHONE 也要改，儲值對帳才對得起來 ---
           SELECT TOPUP-FILE ASSIGN TO "topups.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TOPUP-STATUS.

      *> --- 儲值暫存檔：改好的儲值記錄先寫這裡，寫完才換回 topups.txt ---
           SELECT TOPTMP-FILE ASSIGN TO "topups.member.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

      *> --- 封存清單檔：收月後的訂單在 archYYYYMM.txt，先列出來再逐檔改 ---
           SELECT ARCHLIST-FILE ASSIGN TO "archlist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHLIST-STATUS.

      *> --- 會員異動日誌：換號/合併/匿名化每做一次記一行 ---
           SELECT MEMBERLOG-FILE ASSIGN TO "memberlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> [注意] 以下欄位長度必須跟 API-DRINK 裡的 CUSTOMER-RECORD 逐位元組對齊。
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           05  CR-PHONE    PIC X(15).
      *> [欄位] 會員電話 (主鍵)。
           05  CR-NAME     PIC X(20).
      *> [欄位] 會員姓名。
           05  CR-VISITS   PIC 9(4).
      *> [欄位] 累積消費次數。

      *> [注意] 以下欄位長度必須跟 API-DRINK 裡的 BALANCE-RECORD 逐位元組對齊。
       FD  BALANCE-FILE.
       01  BALANCE-RECORD.
           05  BA-PHONE    PIC X(15).
      *> [欄位] 會員電話 (主鍵)。
           05  BA-BAL      PIC 9(8).
      *> [欄位] 目前的儲值餘額 (元)。

      *> [注意] 以下欄位長度必須跟 API-DRINK 裡的 REFIDX-RECORD 逐位元組對齊。
       FD  REFUND-IDX-FILE.
       01  REFIDX-RECORD.
           05  RX-KEY.
               10  RX-PHONE    PIC X(15).
      *> [欄位] 會員電話 (鍵的一部分)。
               10  RX-ITEM     PIC X(10).
      *> [欄位] 品項 (鍵的一部分)。
               10  RX-DATE     PIC 9(8).
      *> [欄位] 原單日期 YYYYMMDD (鍵的一部分)。
           05  RX-SOLD     PIC 9(5).
      *> [欄位] 這張原單賣出幾杯。
           05  RX-PAID     PIC 9(8).
      *> [欄位] 實收多少錢。
           05  RX-RFQTY    PIC 9(5).
      *> [欄位] 已經退掉幾杯。
           05  RX-RFAMT    PIC 9(8).
      *> [欄位] 已經退掉多少錢。
           05  RX-UNIT     PIC 9(3).
           05  RX-ADDON    PIC 9(3).
           05  RX-SIZE     PIC X(1).
           05  RX-SUGAR    PIC X(1).
           05  RX-ICE      PIC X(1).
           05  RX-TOPP     PIC X(10).
           05  RX-INVNO    PIC X(10).
      *> [欄位] 原單的單價/加價/客製選項/發票號碼，換號時照搬。

      *> [注意] 以下欄位長度必須跟 API-DRINK 裡的 ORDER-RECORD 逐位元組對齊。
       FD  ORDER-FILE.
       01  ORDER-RECORD.
           05  R-NAME      PIC X(20).
      *> [欄位] 姓名。匿名化時換成 ANON-NAME。
           05  R-PHONE     PIC X(15).
      *> [欄位] 電話。換號/合併/匿名化都改這一欄。
           05  R-ITEM      PIC X(10).
           05  R-UNIT      PIC 9(3).
           05  R-QTY       PIC 9(3).
           05  R-PRICE     PIC 9(5).
           05  R-DATE      PIC 9(8).
           05  R-DISC      PIC X(5).
           05  R-TYPE      PIC X(1).
           05  R-REF-DATE  PIC X(8).
           05  R-PAY       PIC X(1).
           05  R-SIZE      PIC X(1).
           05  R-SUGAR     PIC X(1).
           05  R-ICE       PIC X(1).
           05  R-TOPP      PIC X(10).
           05  R-ADDON     PIC X(3).
           05  R-INVNO     PIC X(10).
           05  R-TIME      PIC X(6).
      *> [欄位] 其餘欄位原封不動：金額、日期、發票號碼都不能改，
      *> 營收跟發票的帳才不會變。
           05  R-PLATNO    PIC X(16).
      *> [欄位] 外送平台訂單編號 (付款方式 F/U 才有)，其他訂單是空白。

       FD  ORDTMP-FILE.
       01  ORDTMP-LINE     PIC X(127).
      *> [欄位] 一行一筆訂單，寬度跟 ORDER-RECORD 一樣。

      *> [注意] 以下欄位長度必須跟 API-DRINK 裡的 TOPUP-RECORD 逐位元組對齊。
       FD  TOPUP-FILE.
       01  TOPUP-RECORD.
           05  TU-PHONE    PIC X(15).
      *> [欄位] 會員電話。換號/合併/匿名化都改這一欄。
           05  TU-DATE     PIC 9(8).
           05  TU-AMT      PIC 9(6).
           05  TU-PAY      PIC X(1).

       FD  TOPTMP-FILE.
       01  TOPTMP-LINE     PIC X(30).
      *> [欄位] 一行一筆儲值，寬度跟 TOPUP-RECORD 一樣。

       FD  ARCHLIST-FILE.
       01  ARCHLIST-LINE   PIC X(20).
      *> [欄位] 一行一個封存檔名，例如 "arch202603.txt"。

       FD  MEMBERLOG-FILE.
       01  MEMBERLOG-LINE  PIC X(200).
      *> [設定] 會員異動日誌每一行的長度。

       WORKING-STORAGE SECTION.
       01  WS-CUST-STATUS  PIC X(2).
      *> [狀態碼] CUSTOMER-FILE 開檔/讀寫的結果，"35"=還沒有會員檔。
       01  WS-BAL-STATUS   PIC X(2).
      *> [狀態碼] BALANCE-FILE 開檔/讀寫的結果，"35"=還沒有人儲值過。
       01  WS-REFIDX-STATUS PIC X(2).
      *> [狀態碼] REFUND-IDX-FILE 開檔/讀寫的結果，"35"=還沒有退款索引。
       01  WS-ORDER-STATUS PIC X(2).
      *> [狀態碼] ORDER-FILE 開檔的結果，"35"=檔案不存在 (當 0 筆)。
       01  WS-TOPUP-STATUS PIC X(2).
      *> [狀態碼] TOPUP-FILE 開檔的結果，"35"=還沒有儲值記錄。
       01  WS-ARCHLIST-STATUS PIC X(2).
      *> [狀態碼] ARCHLIST-FILE 開檔的結果。
       01  WS-MLOG-STATUS  PIC X(2).
      *> [狀態碼] MEMBERLOG-FILE 開檔的結果，"35"=第一次異動。

       01  CMD-LINE        PIC X(60).
      *> [參數] 指令列：
      *>   MOVE  <舊電話> <新電話>     會員換號，整套搬到新電話
      *>   MERGE <重複的電話> <留下的電話>  重複登記的兩筆併成一筆
      *>   ERASE <電話> [YES]          會員離開，姓名電話匿名化
       01  ARG-MODE        PIC X(5).
           88  MODE-MOVE                  VALUE "MOVE".
           88  MODE-MERGE                 VALUE "MERGE".
           88  MODE-ERASE                 VALUE "ERASE".
       01  ARG-PHONE1      PIC X(15).
       01  ARG-PHONE2      PIC X(15).
      *> [參數] 兩支電話；ERASE 時第二個欄位放確認字 "YES"。

       01  FROM-PHONE      PIC X(15).
      *> [變數] 要搬走的電話 (搬完這支電話名下什麼都不剩)。
       01  TO-PHONE        PIC X(15).
      *> [變數] 搬進來的電話 (MOVE=新號碼，MERGE=留下的那筆，ERASE=匿名代號)。
       01  ANON-NAME       PIC X(20) VALUE "ANONYMOUS".
      *> [設定] 匿名化後的姓名。
       01  SCRUB-NAME      PIC X(1) VALUE "N".
           88  SCRUB-NAME-ON              VALUE "Y".
      *> [開關] 姓名要不要一起抹掉 (只有 ERASE 要)。
       01  PHONE-LEN       PIC 9(2) VALUE 0.
      *> [變數] 新電話去掉空白後有幾位。
       01  ORDER-FILENAME  PIC X(20).
      *> [變數] 現在在改哪一支訂單檔。
       01  WS-CMD          PIC X(120).
      *> [變數] 組給 CALL "SYSTEM" 執行的外部指令字串。
       01  WS-TIMESTAMP    PIC X(14).
      *> [變數] 這一次異動的時間戳 (YYYYMMDDHHMMSS)，匿名代號也用它。

       01  CUST-OPEN       PIC X(1) VALUE "N".
       01  BAL-OPEN        PIC X(1) VALUE "N".
       01  REFIDX-OPEN     PIC X(1) VALUE "N".
      *> [開關] 各索引檔有沒有開起來 ("N"=檔案還不存在，當沒有資料)。
       01  ORDER-EOF       PIC X(1) VALUE "N".
       01  TOPUP-EOF       PIC X(1) VALUE "N".
       01  ARCHLIST-EOF    PIC X(1) VALUE "N".
       01  REFIDX-EOF      PIC X(1) VALUE "N".
      *> [開關] 各檔有沒有讀到底。

      *> --- 搬走那一方的會員資料 (先讀出來，寫進新電話後才刪) ---
       01  FROM-CUST-FOUND PIC X(1) VALUE "N".
       01  FROM-NAME       PIC X(20).
       01  FROM-VISITS     PIC 9(4) VALUE 0.
       01  FROM-BAL-FOUND  PIC X(1) VALUE "N".
       01  FROM-BAL        PIC 9(8) VALUE 0.
       01  TO-CUST-FOUND   PIC X(1) VALUE "N".
       01  TO-BAL-FOUND    PIC X(1) VALUE "N".
       01  VISITS-SUM      PIC 9(5) VALUE 0.
      *> [變數] 合併後的消費次數，超過 9999 就停在 9999。

      *> --- 退款索引搬家表：舊電話名下的每一筆先整段讀出來 ---
       01  MOVE-TABLE.
           05  MV-REC OCCURS 1000 TIMES INDEXED BY MV-IDX PIC X(88).
       01  MV-COUNT        PIC 9(4) VALUE 0.
      *> [變數] 表裡有幾筆。
       01  HOLD-RECORD.
           05  HD-KEY.
               10  HD-PHONE    PIC X(15).
               10  HD-ITEM     PIC X(10).
               10  HD-DATE     PIC 9(8).
           05  HD-SOLD     PIC 9(5).
           05  HD-PAID     PIC 9(8).
           05  HD-RFQTY    PIC 9(5).
           05  HD-RFAMT    PIC 9(8).
           05  HD-REST     PIC X(29).
      *> [變數] 搬家中的那一筆，格式跟 REFIDX-RECORD 一樣。

       01  REFIDX-MOVED    PIC 9(4) VALUE 0.
      *> [計數器] 退款索引搬了幾筆。
       01  REFIDX-MERGED   PIC 9(4) VALUE 0.
      *> [計數器] 其中有幾筆是新電話已經有同一張原單，兩筆加在一起的。
       01  ORDER-CHANGED   PIC 9(6) VALUE 0.
      *> [計數器] 所有訂單檔加起來改了幾行。
       01  FILE-CHANGED    PIC 9(6) VALUE 0.
      *> [計數器] 這一支訂單檔改了幾行。
       01  TOPUP-CHANGED   PIC 9(6) VALUE 0.
      *> [計數器] 儲值記錄改了幾行。
       01  ERROR-COUNT     PIC 9(4) VALUE 0.
      *> [計數器] 中途寫檔失敗的次數，>0 要人工查。

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *> === 主流程指揮官：決定從哪支電話搬到哪支電話，再一支檔一支檔搬 ===
      *> [規則] 三種動作都是同一件事：把 FROM-PHONE 名下的東西搬到 TO-PHONE。
      *>   MOVE  : TO-PHONE 是新號碼，不能已經有資料
      *>   MERGE : TO-PHONE 是留下的那筆，次數跟餘額加在一起
      *>   ERASE : TO-PHONE 是匿名代號 "A"+時間戳，姓名一起抹掉；
      *>           發票登記簿 invreg.txt 是報稅用的法定記錄，不動。
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP.
           ACCEPT CMD-LINE FROM COMMAND-LINE.
           UNSTRING CMD-LINE DELIMITED BY ALL SPACES
               INTO ARG-MODE, ARG-PHONE1, ARG-PHONE2.

           EVALUATE TRUE
               WHEN MODE-MOVE
                   MOVE ARG-PHONE1 TO FROM-PHONE
                   MOVE ARG-PHONE2 TO TO-PHONE
                   PERFORM CHECK-NEW-PHONE
               WHEN MODE-MERGE
                   MOVE ARG-PHONE1 TO FROM-PHONE
                   MOVE ARG-PHONE2 TO TO-PHONE
               WHEN MODE-ERASE
                   MOVE ARG-PHONE1 TO FROM-PHONE
                   MOVE SPACES TO TO-PHONE
                   STRING "A" WS-TIMESTAMP INTO TO-PHONE
                   SET SCRUB-NAME-ON TO TRUE
               WHEN OTHER
                   PERFORM SHOW-USAGE
           END-EVALUATE.
           IF FROM-PHONE = SPACES OR TO-PHONE = SPACES
               PERFORM SHOW-USAGE
           END-IF.
           IF FROM-PHONE = TO-PHONE
               DISPLAY "⚠️ 兩支電話一樣，不用搬"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-MASTER-FILES.
           PERFORM READ-BOTH-SIDES.

           IF FROM-CUST-FOUND = "N" AND FROM-BAL-FOUND = "N"
               DISPLAY "⚠️ 會員檔跟餘額檔都沒有這支電話: "
                       FUNCTION TRIM(FROM-PHONE)
               PERFORM CLOSE-MASTER-FILES
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF MODE-MOVE AND (TO-CUST-FOUND = "Y" OR TO-BAL-FOUND = "Y")
               DISPLAY "⚠️ 新電話 " FUNCTION TRIM(TO-PHONE)
                       " 已經有會員資料，要把兩筆併在一起請用 MERGE"
               PERFORM CLOSE-MASTER-FILES
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF MODE-MERGE AND TO-CUST-FOUND = "N"
               DISPLAY "⚠️ 留下的電話 " FUNCTION TRIM(TO-PHONE)
                       " 不是會員，只是換號的話請用 MOVE"
               PERFORM CLOSE-MASTER-FILES
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF MODE-ERASE AND ARG-PHONE2 NOT = "YES"
               PERFORM PREVIEW-ERASE
               PERFORM CLOSE-MASTER-FILES
               STOP RUN
           END-IF.

           PERFORM MOVE-CUSTOMER.
           PERFORM MOVE-BALANCE.
           PERFORM MOVE-REFUND-INDEX.
           PERFORM CLOSE-MASTER-FILES.

           MOVE "orders.txt" TO ORDER-FILENAME.
           PERFORM REWRITE-ONE-ORDER-FILE.
           PERFORM REWRITE-ARCHIVED-ORDERS.
           PERFORM REWRITE-TOPUPS.

           PERFORM LOG-ACTION.
           PERFORM SHOW-SUMMARY.
           IF ERROR-COUNT > 0
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       SHOW-USAGE.
      *> === 任務：印用法，結束 ===
           DISPLAY "用法: member-maint MOVE <舊電話> <新電話> | "
                   "MERGE <重複的電話> <留下的電話> | ERASE <電話> [YES]".
           MOVE 1 TO RETURN-CODE.
           STOP RUN.

       CHECK-NEW-PHONE.
      *> === 任務：新電話的格式跟 API-DRINK 收單時一樣檢查 ===
      *> [規則] 去除空白後要剛好 10 位數字，而且要是 "0" 開頭 (台灣手機格式)
           COMPUTE PHONE-LEN = FUNCTION LENGTH(FUNCTION TRIM(TO-PHONE)).
           IF PHONE-LEN NOT = 10 OR TO-PHONE(1:1) NOT = "0"
               OR TO-PHONE(1:10) IS NOT NUMERIC
               DISPLAY "⚠️ 新電話格式錯誤: " FUNCTION TRIM(TO-PHONE)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-MASTER-FILES.
      *> === 任務：三支索引檔用 I-O 開起來；"35" 表示還沒建過，當沒有資料 ===
      *> [防呆] 有檔案打不開 (不是 35) 就什麼都不動，免得搬一半。
           OPEN I-O CUSTOMER-FILE.
           IF WS-CUST-STATUS = "00" OR WS-CUST-STATUS = "05"
               MOVE "Y" TO CUST-OPEN
           ELSE
               IF WS-CUST-STATUS NOT = "35"
                   DISPLAY "⚠️ customers.dat 打不開 (" WS-CUST-STATUS
                           ")，什麼都沒動"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O BALANCE-FILE.
           IF WS-BAL-STATUS = "00" OR WS-BAL-STATUS = "05"
               MOVE "Y" TO BAL-OPEN
           ELSE
               IF WS-BAL-STATUS NOT = "35"
                   DISPLAY "⚠️ balance.dat 打不開 (" WS-BAL-STATUS
                           ")，什麼都沒動"
                   PERFORM CLOSE-MASTER-FILES
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O REFUND-IDX-FILE.
           IF WS-REFIDX-STATUS = "00" OR WS-REFIDX-STATUS = "05"
               MOVE "Y" TO REFIDX-OPEN
           ELSE
               IF WS-REFIDX-STATUS NOT = "35"
                   DISPLAY "⚠️ refidx.dat 打不開 (" WS-REFIDX-STATUS
                           ")，什麼都沒動"
                   PERFORM CLOSE-MASTER-FILES
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       CLOSE-MASTER-FILES.
      *> === 任務：開著的索引檔關掉 ===
           IF CUST-OPEN = "Y"
               CLOSE CUSTOMER-FILE
               MOVE "N" TO CUST-OPEN
           END-IF.
           IF BAL-OPEN = "Y"
               CLOSE BALANCE-FILE
               MOVE "N" TO BAL-OPEN
           END-IF.
           IF REFIDX-OPEN = "Y"
               CLOSE REFUND-IDX-FILE
               MOVE "N" TO REFIDX-OPEN
           END-IF.

       READ-BOTH-SIDES.
      *> === 任務：兩支電話在會員檔、餘額檔各有沒有資料，先看清楚再動手 ===
           IF CUST-OPEN = "Y"
               MOVE FROM-PHONE TO CR-PHONE
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE "N" TO FROM-CUST-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO FROM-CUST-FOUND
                       MOVE CR-NAME   TO FROM-NAME
                       MOVE CR-VISITS TO FROM-VISITS
               END-READ
               MOVE TO-PHONE TO CR-PHONE
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE "N" TO TO-CUST-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO TO-CUST-FOUND
               END-READ
           END-IF.
           IF BAL-OPEN = "Y"
               MOVE FROM-PHONE TO BA-PHONE
               READ BALANCE-FILE
                   INVALID KEY
                       MOVE "N" TO FROM-BAL-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO FROM-BAL-FOUND
                       MOVE BA-BAL TO FROM-BAL
               END-READ
               MOVE TO-PHONE TO BA-PHONE
               READ BALANCE-FILE
                   INVALID KEY
                       MOVE "N" TO TO-BAL-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO TO-BAL-FOUND
               END-READ
           END-IF.

       PREVIEW-ERASE.
      *> === 任務：ERASE 沒打 YES，只列出會被匿名化的會員，不動檔案 ===
           DISPLAY "==============================".
           DISPLAY " 要匿名化的會員: " FUNCTION TRIM(FROM-PHONE).
           IF FROM-CUST-FOUND = "Y"
               DISPLAY " 姓名 " FUNCTION TRIM(FROM-NAME)
                       "，消費 " FROM-VISITS " 次"
           END-IF.
           IF FROM-BAL-FOUND = "Y"
               DISPLAY " 儲值餘額 " FROM-BAL " 元 (匿名後照樣留在帳上)"
           END-IF.
           DISPLAY " 會員檔、餘額檔、退款索引、訂單、封存檔、儲值記錄"
                   "裡的姓名電話都會換掉，金額跟發票不動。".
           DISPLAY " 確定的話，指令最後加 YES 再跑一次。".
           DISPLAY "==============================".

       MOVE-CUSTOMER.
      *> === 任務：會員主檔那一筆搬到 TO-PHONE；TO-PHONE 已經有就把次數加上去 ===
      *> [注意] 先寫好新的那筆才刪舊的，中途掛掉頂多多一筆，不會少一筆。
           IF CUST-OPEN = "N" OR FROM-CUST-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE TO-PHONE TO CR-PHONE.
           IF TO-CUST-FOUND = "Y"
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE 0 TO CR-VISITS
               END-READ
               COMPUTE VISITS-SUM = CR-VISITS + FROM-VISITS
               IF VISITS-SUM > 9999
                   MOVE 9999 TO VISITS-SUM
               END-IF
               MOVE VISITS-SUM TO CR-VISITS
               REWRITE CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY "⚠️ 會員檔改寫失敗 (" WS-CUST-STATUS ")"
                       ADD 1 TO ERROR-COUNT
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               MOVE TO-PHONE    TO CR-PHONE
               MOVE FROM-NAME   TO CR-NAME
               MOVE FROM-VISITS TO CR-VISITS
               IF SCRUB-NAME-ON
                   MOVE ANON-NAME TO CR-NAME
               END-IF
               WRITE CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY "⚠️ 會員檔新增失敗 (" WS-CUST-STATUS ")"
                       ADD 1 TO ERROR-COUNT
                       EXIT PARAGRAPH
               END-WRITE
           END-IF.
           MOVE FROM-PHONE TO CR-PHONE.
           DELETE CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "⚠️ 舊會員資料刪不掉 (" WS-CUST-STATUS ")"
                   ADD 1 TO ERROR-COUNT
           END-DELETE.

       MOVE-BALANCE.
      *> === 任務：儲值餘額搬到 TO-PHONE；TO-PHONE 已經有餘額就加在一起 ===
           IF BAL-OPEN = "N" OR FROM-BAL-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE TO-PHONE TO BA-PHONE.
           IF TO-BAL-FOUND = "Y"
               READ BALANCE-FILE
                   INVALID KEY
                       MOVE 0 TO BA-BAL
               END-READ
               ADD FROM-BAL TO BA-BAL
               REWRITE BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "⚠️ 餘額檔改寫失敗 (" WS-BAL-STATUS ")"
                       ADD 1 TO ERROR-COUNT
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               MOVE FROM-BAL TO BA-BAL
               WRITE BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "⚠️ 餘額檔新增失敗 (" WS-BAL-STATUS ")"
                       ADD 1 TO ERROR-COUNT
                       EXIT PARAGRAPH
               END-WRITE
           END-IF.
           MOVE FROM-PHONE TO BA-PHONE.
           DELETE BALANCE-FILE
               INVALID KEY
                   DISPLAY "⚠️ 舊餘額資料刪不掉 (" WS-BAL-STATUS ")"
                   ADD 1 TO ERROR-COUNT
           END-DELETE.

       MOVE-REFUND-INDEX.
      *> === 任務：FROM-PHONE 開頭的退款索引全部改鍵成 TO-PHONE ===
      *> [注意] 邊讀邊刪會弄亂讀的位置，先整段讀進搬家表，再一筆一筆搬。
           IF REFIDX-OPEN = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE FROM-PHONE  TO RX-PHONE.
           MOVE LOW-VALUES  TO RX-ITEM.
           MOVE 0           TO RX-DATE.
           START REFUND-IDX-FILE KEY IS NOT LESS THAN RX-KEY
               INVALID KEY
                   MOVE "Y" TO REFIDX-EOF
           END-START.
           PERFORM UNTIL REFIDX-EOF = "Y"
               READ REFUND-IDX-FILE NEXT
                   AT END
                       MOVE "Y" TO REFIDX-EOF
                   NOT AT END
                       IF RX-PHONE NOT = FROM-PHONE
                           MOVE "Y" TO REFIDX-EOF
                       ELSE
                           IF MV-COUNT < 1000
                               ADD 1 TO MV-COUNT
                               MOVE REFIDX-RECORD TO MV-REC(MV-COUNT)
                           ELSE
                               DISPLAY "⚠️ 退款索引超過 1000 筆，"
                                       "剩下的請再跑一次"
                               ADD 1 TO ERROR-COUNT
                               MOVE "Y" TO REFIDX-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM VARYING MV-IDX FROM 1 BY 1 UNTIL MV-IDX > MV-COUNT
               PERFORM MOVE-ONE-REFIDX
           END-PERFORM.

       MOVE-ONE-REFIDX.
      *> === 任務：搬一筆退款索引；新電話已經有同一張原單 (同品項同日) 就加在一起 ===
           MOVE MV-REC(MV-IDX) TO HOLD-RECORD.
           MOVE TO-PHONE TO HD-PHONE.
           MOVE HD-KEY TO RX-KEY.
           READ REFUND-IDX-FILE KEY IS RX-KEY
               INVALID KEY
                   MOVE HOLD-RECORD TO REFIDX-RECORD
                   WRITE REFIDX-RECORD
                       INVALID KEY
                           DISPLAY "⚠️ 退款索引新增失敗 ("
                                   WS-REFIDX-STATUS ")"
                           ADD 1 TO ERROR-COUNT
                           EXIT PARAGRAPH
                   END-WRITE
               NOT INVALID KEY
                   ADD HD-SOLD  TO RX-SOLD
                   ADD HD-PAID  TO RX-PAID
                   ADD HD-RFQTY TO RX-RFQTY
                   ADD HD-RFAMT TO RX-RFAMT
                   REWRITE REFIDX-RECORD
                       INVALID KEY
                           DISPLAY "⚠️ 退款索引改寫失敗 ("
                                   WS-REFIDX-STATUS ")"
                           ADD 1 TO ERROR-COUNT
                           EXIT PARAGRAPH
                   END-REWRITE
                   ADD 1 TO REFIDX-MERGED
           END-READ.
           MOVE MV-REC(MV-IDX) TO REFIDX-RECORD.
           DELETE REFUND-IDX-FILE
               INVALID KEY
                   DISPLAY "⚠️ 舊退款索引刪不掉 (" WS-REFIDX-STATUS ")"
                   ADD 1 TO ERROR-COUNT
                   EXIT PARAGRAPH
           END-DELETE.
           ADD 1 TO REFIDX-MOVED.

       REWRITE-ARCHIVED-ORDERS.
      *> === 任務：收月後的 archYYYYMM.txt 也逐檔改，退款翻舊單才找得到 ===
           MOVE "ls arch[0-9]*.txt > archlist.txt 2>/dev/null" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           OPEN INPUT ARCHLIST-FILE.
           IF WS-ARCHLIST-STATUS = "00"
               PERFORM UNTIL ARCHLIST-EOF = "Y"
                   READ ARCHLIST-FILE
                       AT END
                           MOVE "Y" TO ARCHLIST-EOF
                       NOT AT END
                           IF ARCHLIST-LINE NOT = SPACES
                               MOVE ARCHLIST-LINE TO ORDER-FILENAME
                               PERFORM REWRITE-ONE-ORDER-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHLIST-FILE
           END-IF.
           MOVE "rm -f archlist.txt" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.

       REWRITE-ONE-ORDER-FILE.
      *> === 任務：ORDER-FILENAME 整支抄一遍，FROM-PHONE 的行改成 TO-PHONE ===
      *> [注意] 先寫暫存檔，整支寫完才換回原檔名；一行都沒改就丟掉暫存檔。
           MOVE 0 TO FILE-CHANGED.
           MOVE "N" TO ORDER-EOF.
           OPEN INPUT ORDER-FILE.
           IF WS-ORDER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ORDTMP-FILE.
           PERFORM UNTIL ORDER-EOF = "Y"
               READ ORDER-FILE
                   AT END
                       MOVE "Y" TO ORDER-EOF
                   NOT AT END
                       IF R-PHONE = FROM-PHONE
                           MOVE TO-PHONE TO R-PHONE
                           IF SCRUB-NAME-ON
                               MOVE ANON-NAME TO R-NAME
                           END-IF
                           ADD 1 TO FILE-CHANGED
                       END-IF
                       MOVE ORDER-RECORD TO ORDTMP-LINE
                       WRITE ORDTMP-LINE
               END-READ
           END-PERFORM.
           CLOSE ORDER-FILE.
           CLOSE ORDTMP-FILE.

           MOVE SPACES TO WS-CMD.
           IF FILE-CHANGED > 0
               STRING "mv orders.member.tmp " FUNCTION TRIM(ORDER-FILENAME)
                      INTO WS-CMD
               CALL "SYSTEM" USING WS-CMD
               IF RETURN-CODE NOT = 0
                   DISPLAY "⚠️ 換檔失敗 (RETURN-CODE=" RETURN-CODE ")，"
                           FUNCTION TRIM(ORDER-FILENAME)
                           " 沒有動，改好的在 orders.member.tmp"
                   ADD 1 TO ERROR-COUNT
               ELSE
                   ADD FILE-CHANGED TO ORDER-CHANGED
               END-IF
           ELSE
               MOVE "rm -f orders.member.tmp" TO WS-CMD
               CALL "SYSTEM" USING WS-CMD
           END-IF.

       REWRITE-TOPUPS.
      *> === 任務：topups.txt 整支抄一遍，FROM-PHONE 的儲值改記到 TO-PHONE ===
           OPEN INPUT TOPUP-FILE.
           IF WS-TOPUP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT TOPTMP-FILE.
           PERFORM UNTIL TOPUP-EOF = "Y"
               READ TOPUP-FILE
                   AT END
                       MOVE "Y" TO TOPUP-EOF
                   NOT AT END
                       IF TU-PHONE = FROM-PHONE
                           MOVE TO-PHONE TO TU-PHONE
                           ADD 1 TO TOPUP-CHANGED
                       END-IF
                       MOVE TOPUP-RECORD TO TOPTMP-LINE
                       WRITE TOPTMP-LINE
               END-READ
           END-PERFORM.
           CLOSE TOPUP-FILE.
           CLOSE TOPTMP-FILE.

           IF TOPUP-CHANGED > 0
               MOVE "mv topups.member.tmp topups.txt" TO WS-CMD
               CALL "SYSTEM" USING WS-CMD
               IF RETURN-CODE NOT = 0
                   DISPLAY "⚠️ 換檔失敗 (RETURN-CODE=" RETURN-CODE
                           ")，topups.txt 沒有動，改好的在 topups.member.tmp"
                   ADD 1 TO ERROR-COUNT
                   MOVE 0 TO TOPUP-CHANGED
               END-IF
           ELSE
               MOVE "rm -f topups.member.tmp" TO WS-CMD
               CALL "SYSTEM" USING WS-CMD
           END-IF.

       LOG-ACTION.
      *> === 任務：這一次異動記一行進 memberlog.txt ===
      *> [規則] ERASE 不記原本的電話，只記匿名代號，日誌裡也查不回是誰。
           OPEN EXTEND MEMBERLOG-FILE.
           IF WS-MLOG-STATUS = "35"
               OPEN OUTPUT MEMBERLOG-FILE
           END-IF.
           MOVE SPACES TO MEMBERLOG-LINE.
           IF MODE-ERASE
               STRING WS-TIMESTAMP " " FUNCTION TRIM(ARG-MODE)
                      " TO=" FUNCTION TRIM(TO-PHONE)
                      " VISITS=" FROM-VISITS
                      " BAL=" FROM-BAL
                      " REFIDX=" REFIDX-MOVED
                      " ORDERS=" ORDER-CHANGED
                      " TOPUPS=" TOPUP-CHANGED
                      " ERRORS=" ERROR-COUNT
                      INTO MEMBERLOG-LINE
           ELSE
               STRING WS-TIMESTAMP " " FUNCTION TRIM(ARG-MODE)
                      " FROM=" FUNCTION TRIM(FROM-PHONE)
                      " TO=" FUNCTION TRIM(TO-PHONE)
                      " VISITS=" FROM-VISITS
                      " BAL=" FROM-BAL
                      " REFIDX=" REFIDX-MOVED
                      " MERGED=" REFIDX-MERGED
                      " ORDERS=" ORDER-CHANGED
                      " TOPUPS=" TOPUP-CHANGED
                      " ERRORS=" ERROR-COUNT
                      INTO MEMBERLOG-LINE
           END-IF.
           WRITE MEMBERLOG-LINE.
           CLOSE MEMBERLOG-FILE.

       SHOW-SUMMARY.
      *> === 任務：印這一次搬了什麼 ===
           DISPLAY "==============================".
           EVALUATE TRUE
               WHEN MODE-MOVE
                   DISPLAY " 會員換號: " FUNCTION TRIM(FROM-PHONE)
                           " -> " FUNCTION TRIM(TO-PHONE)
               WHEN MODE-MERGE
                   DISPLAY " 會員合併: " FUNCTION TRIM(FROM-PHONE)
                           " 併進 " FUNCTION TRIM(TO-PHONE)
               WHEN MODE-ERASE
                   DISPLAY " 會員匿名化完成，代號 " FUNCTION TRIM(TO-PHONE)
           END-EVALUATE.
           DISPLAY " 消費次數 " FROM-VISITS " 次、儲值餘額 " FROM-BAL " 元".
           DISPLAY " 退款索引 " REFIDX-MOVED " 筆 (其中合併 "
                   REFIDX-MERGED " 筆)".
           DISPLAY " 訂單 " ORDER-CHANGED " 行、儲值記錄 "
                   TOPUP-CHANGED " 行".
           IF ERROR-COUNT > 0
               DISPLAY " ⚠️ 中途有 " ERROR-COUNT
                       " 個地方失敗，請看上面的訊息人工處理"
           END-IF.
           DISPLAY "==============================".
