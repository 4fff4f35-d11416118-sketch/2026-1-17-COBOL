       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
      PROGRAM-ID. STOCK-COUNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> --- 盤點表：關店後實際點一遍，一行一個品項 (品項/點到的量) ---
           SELECT COUNT-FILE ASSIGN TO "count.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COUNT-STATUS.

      *> --- 庫存主檔：盤點差異確認後直接改那一筆的 ST-ONHAND ---
           SELECT STOCK-FILE ASSIGN TO "stock.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST-ITEM
           FILE STATUS IS WS-STOCK-STATUS.

      *> --- 耗損日誌：盤點調整跟報廢都記在這裡，一行一筆，有日期，
      *> 月底照這支檔彙總哪個品項一直在漏 ---
           SELECT SHRINK-FILE ASSIGN TO "shrinklog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SHRINK-STATUS.

      *> --- 差異表 / 月彙總：CHECK、POST 寫 countvar.txt，
      *> SUMM 寫 shrinkYYYYMM.txt ---
           SELECT REPORT-FILE ASSIGN TO REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNT-FILE.
       01  COUNT-RECORD.
           05  CS-ITEM     PIC X(10).
      *> [欄位] 品項名稱，對應 ST-ITEM。
           05  CS-QTY      PIC X(5).
      *> [欄位] 實際點到的量。先收成文字，確認是數字才用。

      *> [注意] 以下欄位長度必須跟 API-DRINK 裡的 STOCK-RECORD 逐位元組對齊。
       FD  STOCK-FILE.
       01  STOCK-RECORD.
           05  ST-ITEM     PIC X(10).
      *> [欄位] 品項名稱 (主鍵)。
           05  ST-ONHAND   PIC 9(5).
      *> [欄位] 現有庫存量 (帳上的量)。
           05  ST-REORDER  PIC 9(5).
      *> [欄位] 再訂購點。

       FD  SHRINK-FILE.
       01  SHRINK-RECORD.
           05  SL-DATE     PIC 9(8).
      *> [欄位] 記帳日期 (YYYYMMDD)。
           05  SL-TIME     PIC 9(6).
      *> [欄位] 記帳時間 (HHMMSS)。
           05  SL-TYPE     PIC X(1).
      *> [欄位] "C"=盤點調整，"W"=報廢。
           05  SL-REASON   PIC X(1).
      *> [欄位] 報廢原因："E"=過期，"S"=打翻，"R"=重做；盤點調整是空白。
           05  SL-ITEM     PIC X(10).
      *> [欄位] 品項名稱。
           05  SL-BOOK     PIC 9(5).
      *> [欄位] 調整前帳上的量。
           05  SL-COUNTED  PIC 9(5).
      *> [欄位] 調整後的量 (盤點 = 點到的量，報廢 = 扣完剩下的量)。
           05  SL-SIGN     PIC X(1).
      *> [欄位] "-"=少了 (耗損)，"+"=多了 (盤盈)。
           05  SL-QTY      PIC 9(5).
      *> [欄位] 差了多少 (沒有正負號，方向看 SL-SIGN)。

       FD  REPORT-FILE.
       01  REPORT-LINE     PIC X(132).
      *> [設定] 差異表 / 月彙總每一行的長度。

       WORKING-STORAGE SECTION.
       01  WS-COUNT-STATUS PIC X(2).
      *> [狀態碼] COUNT-FILE 開檔的結果，"35"=沒有盤點表。
       01  WS-STOCK-STATUS PIC X(2).
      *> [狀態碼] STOCK-FILE 開檔的結果，"35"=還沒建庫存主檔。
       01  WS-SHRINK-STATUS PIC X(2).
      *> [狀態碼] SHRINK-FILE 開檔的結果，"35"=shrinklog.txt 還沒建立過。

       01  WS-TODAY        PIC 9(8).
      *> [變數] 今天的日期 (YYYYMMDD)。
       01  WS-NOW          PIC 9(6).
      *> [變數] 現在的時間 (HHMMSS)。
       01  WS-CMD          PIC X(120).
      *> [變數] 組給 CALL "SYSTEM" 執行的外部指令字串 (換檔名用)。
       01  REPORT-FILENAME PIC X(20) VALUE "countvar.txt".
      *> [變數] 報表檔名。

       01  CMD-LINE        PIC X(80).
      *> [參數] 指令列：
      *>   "CHECK"                    只比對盤點表，列差異，不改庫存
      *>   "POST"                     比對 + 把差異寫進庫存主檔
      *>   "WASTE <品項> <數量> <E/S/R>" 報廢一筆
      *>   "SUMM <YYYYMM>"            那個月的耗損彙總
       01  ARG-MODE        PIC X(5).
           88  MODE-CHECK                 VALUE "CHECK".
           88  MODE-POST                  VALUE "POST".
           88  MODE-WASTE                 VALUE "WASTE".
           88  MODE-SUMM                  VALUE "SUMM".
       01  ARG-ITEM        PIC X(10).
       01  ARG-QTY         PIC X(6).
       01  ARG-REASON      PIC X(1).
           88  REASON-VALID               VALUE "E" "S" "R".
      *> [參數] WASTE 用的品項 / 數量 / 原因；SUMM 的月份放在 ARG-ITEM。

       01  COUNT-EOF       PIC X(1) VALUE "N".
       01  STOCK-EOF       PIC X(1) VALUE "N".
       01  SHRINK-EOF      PIC X(1) VALUE "N".
      *> [開關] 各檔有沒有讀到底。
       01  STOCK-HIT-SW    PIC X(1) VALUE "N".
           88  STOCK-HIT                  VALUE "Y".
      *> [開關] 主檔裡有沒有這個品項。

       01  COUNTED-QTY     PIC 9(5) VALUE 0.
      *> [變數] 轉成數字的盤點量。
       01  BOOK-QTY        PIC 9(5) VALUE 0.
      *> [變數] 調整前帳上的量。
       01  DIFF-QTY        PIC 9(5) VALUE 0.
      *> [變數] 帳上跟點到的差多少 (方向看 DIFF-SIGN)。
       01  DIFF-SIGN       PIC X(1) VALUE SPACE.
      *> [變數] "-"=點到的比帳上少，"+"=點到的比帳上多，空白=一樣。
       01  WASTE-QTY       PIC 9(5) VALUE 0.
      *> [變數] 轉成數字的報廢量。
       01  SUMM-MONTH      PIC 9(6) VALUE 0.
      *> [變數] SUMM 要彙總的月份 (YYYYMM)。

      *> --- 盤點過的品項 (找「主檔有、盤點表沒點到」的品項用) ---
       01  COUNTED-TABLE.
           05  CT-ENTRY OCCURS 200 TIMES INDEXED BY C-IDX.
               10  CT-ITEM         PIC X(10).
       01  COUNTED-ITEMS   PIC 9(4) VALUE 0.
      *> [變數] 盤點表裡有幾個品項。
       01  COUNTED-FOUND-SW PIC X(1) VALUE "N".
           88  COUNTED-FOUND              VALUE "Y".
      *> [開關] 主檔這個品項有沒有出現在盤點表裡。

      *> --- 月彙總表：每個品項一列 ---
       01  SHRINK-TABLE.
           05  SK-ENTRY OCCURS 200 TIMES INDEXED BY K-IDX.
               10  SK-ITEM         PIC X(10).
               10  SK-COUNT-LOSS   PIC 9(7).
      *> [欄位] 盤點盤虧 (點到的比帳上少) 加總。
               10  SK-COUNT-GAIN   PIC 9(7).
      *> [欄位] 盤點盤盈 (點到的比帳上多) 加總。
               10  SK-EXPIRED      PIC 9(7).
               10  SK-SPILLED      PIC 9(7).
               10  SK-REMADE       PIC 9(7).
      *> [欄位] 三種報廢原因各自加總。
       01  SHRINK-ITEMS    PIC 9(4) VALUE 0.
      *> [變數] 月彙總表裡有幾個品項。
       01  SHRINK-FULL-COUNT PIC 9(4) VALUE 0.
      *> [變數] 塞不進表的日誌行數。
       01  SK-LOSS         PIC 9(8) VALUE 0.
      *> [變數] 一個品項的總損失 (盤虧 + 報廢)。
       01  SK-NET          PIC 9(8) VALUE 0.
       01  SK-NET-SIGN     PIC X(1) VALUE SPACE.
      *> [變數] 扣掉盤盈以後的淨耗損 (方向看 SK-NET-SIGN)。
       01  TOTAL-LOSS      PIC 9(9) VALUE 0.
      *> [變數] 全部品項的總損失。

       01  LINE-COUNT      PIC 9(4) VALUE 0.
      *> [計數器] 處理了幾個品項 (盤點) / 幾行日誌 (彙總)。
       01  VARIANCE-COUNT  PIC 9(4) VALUE 0.
      *> [計數器] 有差異的品項數。
       01  BAD-COUNT       PIC 9(4) VALUE 0.
      *> [計數器] 盤點表上看不懂或主檔沒有的行數。
       01  NOTCOUNTED-COUNT PIC 9(4) VALUE 0.
      *> [計數器] 主檔有、盤點表沒點到的品項數。
       01  POSTED-COUNT    PIC 9(4) VALUE 0.
      *> [計數器] 實際寫進庫存主檔的品項數。

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *> === 主流程指揮官：認指令，分流到盤點 / 報廢 / 月彙總 ===
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW.
           ACCEPT CMD-LINE FROM COMMAND-LINE.
           UNSTRING CMD-LINE DELIMITED BY ALL SPACES
               INTO ARG-MODE, ARG-ITEM, ARG-QTY, ARG-REASON.

           EVALUATE TRUE
               WHEN MODE-CHECK
                   PERFORM RUN-COUNT
               WHEN MODE-POST
                   PERFORM RUN-COUNT
               WHEN MODE-WASTE
                   PERFORM POST-WASTE
               WHEN MODE-SUMM
                   PERFORM SUMMARIZE-MONTH
               WHEN OTHER
                   PERFORM SHOW-USAGE
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       SHOW-USAGE.
           DISPLAY "用法: stock-count CHECK | POST".
           DISPLAY "      stock-count WASTE <品項> <數量> <E/S/R>"
                   "  (E=過期 S=打翻 R=重做)".
           DISPLAY "      stock-count SUMM <YYYYMM>".

       OPEN-SHRINK-LOG.
      *> === 任務：打開耗損日誌，接在舊日誌後面寫，歷史不要洗掉 ===
           OPEN EXTEND SHRINK-FILE.
           IF WS-SHRINK-STATUS = "35"
      *> [注意] "35" 表示 shrinklog.txt 還不存在，第一次就用 OUTPUT 建立它。
               OPEN OUTPUT SHRINK-FILE
           END-IF.

       RUN-COUNT.
      *> === 任務：盤點表逐行跟帳上比，列差異；POST 才真的改庫存 ===
      *> [規則] CHECK 先給店長看差異，確認沒點錯再下 POST。
      *> POST 用點到的量蓋掉帳上的量，差多少記進耗損日誌。
           OPEN INPUT COUNT-FILE.
           IF WS-COUNT-STATUS NOT = "00"
               DISPLAY "⚠️ 找不到 count.txt，沒有盤點表可以比"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF MODE-POST
               OPEN I-O STOCK-FILE
           ELSE
               OPEN INPUT STOCK-FILE
           END-IF.
           IF WS-STOCK-STATUS NOT = "00" AND WS-STOCK-STATUS NOT = "05"
               DISPLAY "⚠️ 庫存主檔打不開 (狀態 " WS-STOCK-STATUS
                       ")，沒有帳可以比 (stock.dat 還沒建的話"
                       "先跑 stock-load)"
               CLOSE COUNT-FILE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF MODE-POST
               PERFORM OPEN-SHRINK-LOG
           END-IF.
           OPEN OUTPUT REPORT-FILE.

           PERFORM UNTIL COUNT-EOF = "Y"
               READ COUNT-FILE
                   AT END
                       MOVE "Y" TO COUNT-EOF
                   NOT AT END
                       IF COUNT-RECORD NOT = SPACES
                           PERFORM COUNT-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COUNT-FILE.

           PERFORM LIST-NOT-COUNTED.

           MOVE SPACES TO REPORT-LINE.
           STRING "COUNTED=" LINE-COUNT
                  " VARIANCES=" VARIANCE-COUNT
                  " BADLINES=" BAD-COUNT
                  " NOTCOUNTED=" NOTCOUNTED-COUNT
                  " POSTED=" POSTED-COUNT
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.
           CLOSE STOCK-FILE.
           IF MODE-POST
               CLOSE SHRINK-FILE
      *> [收尾] 入帳過的盤點表換個名字收起來，重跑不會再記一次耗損
               MOVE "mv count.txt count.done.txt" TO WS-CMD
               CALL "SYSTEM" USING WS-CMD
               IF RETURN-CODE NOT = 0
                   DISPLAY "⚠️ 換檔失敗 (RETURN-CODE=" RETURN-CODE
                           ")，count.txt 還在原地，小心重複記耗損"
               END-IF
           END-IF.

           DISPLAY "==============================".
           DISPLAY " 盤點比對完成: " LINE-COUNT " 個品項，差異 "
                   VARIANCE-COUNT " 個，看不懂 " BAD-COUNT " 行".
           IF MODE-POST
               DISPLAY " 已寫進庫存主檔: " POSTED-COUNT " 個品項"
           ELSE
               DISPLAY " 只是比對，庫存沒動；確認後跑 stock-count POST"
           END-IF.
           DISPLAY "==============================".
           IF BAD-COUNT > 0
               MOVE 1 TO RETURN-CODE
           END-IF.

       COUNT-ONE-ITEM.
      *> === 任務：一行盤點跟帳上比，寫一行差異，POST 時改寫主檔 ===
           IF CS-QTY NOT NUMERIC
               ADD 1 TO BAD-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING FUNCTION TRIM(CS-ITEM)
                      " BADQTY=" CS-QTY
                      INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "⚠️ 盤點量不是數字: " FUNCTION TRIM(CS-ITEM)
                       " " CS-QTY
               EXIT PARAGRAPH
           END-IF.
           MOVE CS-QTY TO COUNTED-QTY.
           SET STOCK-HIT-SW TO "N".
           MOVE CS-ITEM TO ST-ITEM.
           READ STOCK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET STOCK-HIT TO TRUE
           END-READ.
           IF NOT STOCK-HIT
               ADD 1 TO BAD-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING FUNCTION TRIM(CS-ITEM) " NOITEM" INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "⚠️ 庫存主檔沒有這個品項: " FUNCTION TRIM(CS-ITEM)
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO LINE-COUNT.
           IF COUNTED-ITEMS < 200
               ADD 1 TO COUNTED-ITEMS
               MOVE CS-ITEM TO CT-ITEM(COUNTED-ITEMS)
           END-IF.
           MOVE ST-ONHAND TO BOOK-QTY.
      *> [注意] 欄位沒有正負號，先比大小再減。
           EVALUATE TRUE
               WHEN COUNTED-QTY < BOOK-QTY
                   MOVE "-" TO DIFF-SIGN
                   COMPUTE DIFF-QTY = BOOK-QTY - COUNTED-QTY
               WHEN COUNTED-QTY > BOOK-QTY
                   MOVE "+" TO DIFF-SIGN
                   COMPUTE DIFF-QTY = COUNTED-QTY - BOOK-QTY
               WHEN OTHER
                   MOVE SPACE TO DIFF-SIGN
                   MOVE 0 TO DIFF-QTY
           END-EVALUATE.

           MOVE SPACES TO REPORT-LINE.
           STRING FUNCTION TRIM(CS-ITEM)
                  " BOOK=" BOOK-QTY
                  " COUNTED=" COUNTED-QTY
                  " VARIANCE=" DIFF-SIGN DIFF-QTY
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF DIFF-QTY = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO VARIANCE-COUNT.
           DISPLAY "📋 " FUNCTION TRIM(CS-ITEM) " 帳上 " BOOK-QTY
                   " 點到 " COUNTED-QTY " 差 " DIFF-SIGN DIFF-QTY.

           IF MODE-POST
               MOVE COUNTED-QTY TO ST-ONHAND
               REWRITE STOCK-RECORD
                   INVALID KEY
                       DISPLAY "⚠️ " FUNCTION TRIM(CS-ITEM)
                               " 寫不回庫存主檔，沒調整"
                       MOVE 1 TO RETURN-CODE
                       EXIT PARAGRAPH
               END-REWRITE
               ADD 1 TO POSTED-COUNT
               MOVE "C"         TO SL-TYPE
               MOVE SPACE       TO SL-REASON
               MOVE CS-ITEM     TO SL-ITEM
               MOVE BOOK-QTY    TO SL-BOOK
               MOVE COUNTED-QTY TO SL-COUNTED
               MOVE DIFF-SIGN   TO SL-SIGN
               MOVE DIFF-QTY    TO SL-QTY
               PERFORM WRITE-SHRINK-LINE
           END-IF.

       LIST-NOT-COUNTED.
      *> === 任務：主檔有、盤點表卻沒點到的品項列出來，免得漏點 ===
      *> [注意] 沒點到的品項不動它的帳，只是提醒。
           MOVE LOW-VALUES TO ST-ITEM.
           START STOCK-FILE KEY IS NOT LESS THAN ST-ITEM
               INVALID KEY
                   MOVE "Y" TO STOCK-EOF
           END-START.
           PERFORM UNTIL STOCK-EOF = "Y"
               READ STOCK-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO STOCK-EOF
                   NOT AT END
                       SET COUNTED-FOUND-SW TO "N"
                       PERFORM VARYING C-IDX FROM 1 BY 1
                               UNTIL C-IDX > COUNTED-ITEMS
                           IF CT-ITEM(C-IDX) = ST-ITEM
                               SET COUNTED-FOUND TO TRUE
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                       IF NOT COUNTED-FOUND
                           ADD 1 TO NOTCOUNTED-COUNT
                           MOVE SPACES TO REPORT-LINE
                           STRING FUNCTION TRIM(ST-ITEM)
                                  " BOOK=" ST-ONHAND
                                  " NOTCOUNTED"
                                  INTO REPORT-LINE
                           WRITE REPORT-LINE
                           DISPLAY "ℹ️ 沒點到: " FUNCTION TRIM(ST-ITEM)
                                   " (帳上 " ST-ONHAND ")"
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-SHRINK-LINE.
      *> === 任務：補上日期時間，寫一行耗損日誌 ===
           MOVE WS-TODAY TO SL-DATE.
           MOVE WS-NOW   TO SL-TIME.
           WRITE SHRINK-RECORD.

       POST-WASTE.
      *> === 任務：報廢一筆，從庫存扣掉，記進耗損日誌 (帶原因) ===
           IF NOT REASON-VALID
               DISPLAY "⚠️ 報廢原因要是 E (過期)、S (打翻) 或 R (重做): "
                       ARG-REASON
               PERFORM SHOW-USAGE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
      *> [防呆] 數量只收純數字 (最多 5 位)，"-5"、"1.5" 這種不能被 NUMVAL
      *> 悄悄變成 5、1 扣進庫存
           MOVE 0 TO WASTE-QTY.
           IF FUNCTION TRIM(ARG-QTY) IS NUMERIC
               AND FUNCTION LENGTH(FUNCTION TRIM(ARG-QTY)) <= 5
               COMPUTE WASTE-QTY = FUNCTION NUMVAL(ARG-QTY)
           END-IF.
           IF WASTE-QTY = 0
               DISPLAY "⚠️ 報廢數量要是正整數: " FUNCTION TRIM(ARG-QTY)
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O STOCK-FILE.
           IF WS-STOCK-STATUS NOT = "00" AND WS-STOCK-STATUS NOT = "05"
               DISPLAY "⚠️ 庫存主檔打不開 (狀態 " WS-STOCK-STATUS ")"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           SET STOCK-HIT-SW TO "N".
           MOVE ARG-ITEM TO ST-ITEM.
           READ STOCK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET STOCK-HIT TO TRUE
           END-READ.
           IF NOT STOCK-HIT
               DISPLAY "⚠️ 庫存主檔沒有這個品項: " FUNCTION TRIM(ARG-ITEM)
               CLOSE STOCK-FILE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
      *> [規則] 報廢不能比帳上還多；帳上不夠扣表示帳早就不準了，先盤點。
           IF WASTE-QTY > ST-ONHAND
               DISPLAY "⚠️ " FUNCTION TRIM(ARG-ITEM) " 帳上只有 "
                       ST-ONHAND "，報廢 " WASTE-QTY
                       " 扣不下去，先跑盤點把帳校正"
               CLOSE STOCK-FILE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE ST-ONHAND TO BOOK-QTY.
           SUBTRACT WASTE-QTY FROM ST-ONHAND.
           REWRITE STOCK-RECORD
               INVALID KEY
                   DISPLAY "⚠️ " FUNCTION TRIM(ARG-ITEM)
                           " 寫不回庫存主檔，沒報廢"
                   CLOSE STOCK-FILE
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-REWRITE.
           CLOSE STOCK-FILE.

           PERFORM OPEN-SHRINK-LOG.
           MOVE "W"        TO SL-TYPE.
           MOVE ARG-REASON TO SL-REASON.
           MOVE ARG-ITEM   TO SL-ITEM.
           MOVE BOOK-QTY   TO SL-BOOK.
           MOVE ST-ONHAND  TO SL-COUNTED.
           MOVE "-"        TO SL-SIGN.
           MOVE WASTE-QTY  TO SL-QTY.
           PERFORM WRITE-SHRINK-LINE.
           CLOSE SHRINK-FILE.
           DISPLAY "🗑️ 報廢入帳: " FUNCTION TRIM(ARG-ITEM)
                   " -" WASTE-QTY " (原因 " ARG-REASON
                   "，剩 " ST-ONHAND ")".

       SUMMARIZE-MONTH.
      *> === 任務：掃耗損日誌，把指定月份依品項彙總成 shrinkYYYYMM.txt ===
           IF ARG-ITEM(1:6) NOT NUMERIC OR ARG-ITEM(7:4) NOT = SPACES
               DISPLAY "⚠️ 月份要是 YYYYMM: " FUNCTION TRIM(ARG-ITEM)
               PERFORM SHOW-USAGE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE ARG-ITEM(1:6) TO SUMM-MONTH.
           OPEN INPUT SHRINK-FILE.
           IF WS-SHRINK-STATUS NOT = "00"
               DISPLAY "⚠️ 找不到 shrinklog.txt，還沒有任何耗損記錄"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL SHRINK-EOF = "Y"
               READ SHRINK-FILE
                   AT END
                       MOVE "Y" TO SHRINK-EOF
                   NOT AT END
                       IF SL-DATE(1:6) = ARG-ITEM(1:6)
                           PERFORM TALLY-ONE-SHRINK
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SHRINK-FILE.

           MOVE SPACES TO REPORT-FILENAME.
           STRING "shrink" SUMM-MONTH ".txt" INTO REPORT-FILENAME.
           OPEN OUTPUT REPORT-FILE.
           PERFORM VARYING K-IDX FROM 1 BY 1 UNTIL K-IDX > SHRINK-ITEMS
               PERFORM WRITE-ONE-SUMMARY
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           STRING "MONTH=" SUMM-MONTH
                  " ITEMS=" SHRINK-ITEMS
                  " TOTALLOSS=" TOTAL-LOSS
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF SHRINK-FULL-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "SHRINKFULL=" SHRINK-FULL-COUNT INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.

           DISPLAY "==============================".
           DISPLAY " " SUMM-MONTH " 耗損彙總: " SHRINK-ITEMS
                   " 個品項，總損失 " TOTAL-LOSS " ("
                   FUNCTION TRIM(REPORT-FILENAME) ")".
           DISPLAY "==============================".

       TALLY-ONE-SHRINK.
      *> === 任務：一行耗損日誌加進它那個品項的小計 ===
           PERFORM VARYING K-IDX FROM 1 BY 1 UNTIL K-IDX > SHRINK-ITEMS
               IF SK-ITEM(K-IDX) = SL-ITEM
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF K-IDX > SHRINK-ITEMS
               IF SHRINK-ITEMS >= 200
                   ADD 1 TO SHRINK-FULL-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO SHRINK-ITEMS
               SET K-IDX TO SHRINK-ITEMS
               MOVE SL-ITEM TO SK-ITEM(K-IDX)
               MOVE 0 TO SK-COUNT-LOSS(K-IDX) SK-COUNT-GAIN(K-IDX)
                         SK-EXPIRED(K-IDX) SK-SPILLED(K-IDX)
                         SK-REMADE(K-IDX)
           END-IF.
           ADD 1 TO LINE-COUNT.
           EVALUATE TRUE
               WHEN SL-TYPE = "C" AND SL-SIGN = "+"
                   ADD SL-QTY TO SK-COUNT-GAIN(K-IDX)
               WHEN SL-TYPE = "C"
                   ADD SL-QTY TO SK-COUNT-LOSS(K-IDX)
               WHEN SL-REASON = "E"
                   ADD SL-QTY TO SK-EXPIRED(K-IDX)
               WHEN SL-REASON = "S"
                   ADD SL-QTY TO SK-SPILLED(K-IDX)
               WHEN OTHER
                   ADD SL-QTY TO SK-REMADE(K-IDX)
           END-EVALUATE.

       WRITE-ONE-SUMMARY.
      *> === 任務：印 K-IDX 這個品項的月耗損一行 ===
           COMPUTE SK-LOSS = SK-COUNT-LOSS(K-IDX) + SK-EXPIRED(K-IDX)
                           + SK-SPILLED(K-IDX) + SK-REMADE(K-IDX).
           ADD SK-LOSS TO TOTAL-LOSS.
      *> [注意] 欄位沒有正負號，先比大小再減。
           IF SK-LOSS >= SK-COUNT-GAIN(K-IDX)
               MOVE "-" TO SK-NET-SIGN
               COMPUTE SK-NET = SK-LOSS - SK-COUNT-GAIN(K-IDX)
           ELSE
               MOVE "+" TO SK-NET-SIGN
               COMPUTE SK-NET = SK-COUNT-GAIN(K-IDX) - SK-LOSS
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING FUNCTION TRIM(SK-ITEM(K-IDX))
                  " COUNTLOSS=" SK-COUNT-LOSS(K-IDX)
                  " COUNTGAIN=" SK-COUNT-GAIN(K-IDX)
                  " EXPIRED=" SK-EXPIRED(K-IDX)
                  " SPILLED=" SK-SPILLED(K-IDX)
                  " REMADE=" SK-REMADE(K-IDX)
                  " NET=" SK-NET-SIGN SK-NET
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           DISPLAY "📉 " FUNCTION TRIM(SK-ITEM(K-IDX))
                   " 盤虧 " SK-COUNT-LOSS(K-IDX)
                   " 盤盈 " SK-COUNT-GAIN(K-IDX)
                   " 過期 " SK-EXPIRED(K-IDX)
                   " 打翻 " SK-SPILLED(K-IDX)
                   " 重做 " SK-REMADE(K-IDX)
                   " 淨 " SK-NET-SIGN SK-NET.
