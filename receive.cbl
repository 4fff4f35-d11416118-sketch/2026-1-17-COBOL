           RECORD KEY IS ST-ITEM
           FILE STATUS IS WS-STOCK-STATUS.

      *> --- 採購單主檔：PURCHASE-ORDER 開的單，到貨時照品項 + 廠商
      *> 找還沒到齊的那幾項，回沖已收量、結案或部分結案 ---
           SELECT PO-FILE ASSIGN TO "po.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-KEY
           FILE STATUS IS WS-PO-STATUS.

      *> --- 品項成本主檔：索引檔，跟 stock.dat 同一把鍵 (品項)，
      *> 每次到貨照進貨單價重算移動平均成本 ---
           SELECT ITEMCOST-FILE ASSIGN TO "itemcost.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IC-ITEM
           FILE STATUS IS WS-COST-STATUS.

      *> --- 成本歷史檔：每次平均成本變動多記一列生效日，
      *> 毛利報表照賣出那一天的平均成本算銷貨成本 ---
           SELECT COSTHIST-FILE ASSIGN TO "costhist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHIST-STATUS.

      *> --- 進貨日誌：每一筆到貨 (收了/退了) 白紙黑字記下來，
      *> 「上一次咖啡什麼時候進、進多少」翻這支檔就有 ---
           SELECT RECVLOG-FILE ASSIGN TO "recvlog.txt"
      *> [欄位] 到貨日期 (YYYYMMDD)。
           05  DL-SUPPLIER PIC X(20).
      *> [欄位] 廠商名稱。
           05  DL-UCOST    PIC X(7).
      *> [欄位] 進貨單價 (一杯的成本，5 位整數 + 2 位小數，不打小數點，
      *> 例如 0001250 = 12.50 元)。舊的到貨檔沒有這一欄是空白，
      *> 照樣入庫存，只是平均成本不動。
           05  DL-UCOST-N  REDEFINES DL-UCOST PIC 9(5)V99.
      *> [欄位] 同一欄的數字看法 (隱含 2 位小數)，驗過是數字才拿來用。

      *> [注意] 以下欄位長度必須跟 API-DRINK 裡的 STOCK-RECORD 逐位元組對齊。
       FD  STOCK-FILE.
           05  ST-REORDER  PIC 9(5).
      *> [欄位] 再訂購點。

      *> [注意] 以下欄位長度必須跟 PURCHASE-ORDER 裡的 PO-RECORD 逐位元組對齊。
       FD  PO-FILE.
       01  PO-RECORD.
           05  PO-KEY.
               10  PO-NO       PIC 9(6).
      *> [欄位] 採購單號。
               10  PO-LINE     PIC 9(2).
      *> [欄位] 單內項次。
           05  PO-SUPPLIER PIC X(20).
      *> [欄位] 廠商名稱，對應 DL-SUPPLIER。
           05  PO-ITEM     PIC X(10).
      *> [欄位] 品項名稱，對應 DL-ITEM。
           05  PO-DATE     PIC 9(8).
      *> [欄位] 開單日期 (YYYYMMDD)。
           05  PO-ORDQTY   PIC 9(5).
      *> [欄位] 訂購數量。
           05  PO-RECVQTY  PIC 9(5).
      *> [欄位] 到目前為止已經收到的數量。
           05  PO-STATUS   PIC X(1).
               88  PO-IS-OPEN              VALUE "O" "P".
      *> [欄位] 單況："O"=開立，"P"=部分到貨，"C"=到齊結案，"X"=人工結案。
           05  PO-LASTRECV PIC 9(8).
      *> [欄位] 最後一次到貨日期。

      *> [注意] 以下欄位長度必須跟 MARGIN-REPORT 裡的 ITEMCOST-RECORD 逐位元組對齊。
       FD  ITEMCOST-FILE.
       01  ITEMCOST-RECORD.
           05  IC-ITEM     PIC X(10).
      *> [欄位] 品項名稱 (主鍵)，對應 ST-ITEM。
           05  IC-AVGCOST  PIC 9(5)V99.
      *> [欄位] 目前的移動平均成本 (一杯)。
           05  IC-LASTCOST PIC 9(5)V99.
      *> [欄位] 最後一次進貨的單價。
           05  IC-LASTDATE PIC 9(8).
      *> [欄位] 最後一次進貨的日期。

      *> [注意] 以下欄位長度必須跟 MARGIN-REPORT 裡的 COSTHIST-RECORD 逐位元組對齊。
       FD  COSTHIST-FILE.
       01  COSTHIST-RECORD.
           05  CH-ITEM     PIC X(10).
      *> [欄位] 品項名稱。
           05  CH-EFFDATE  PIC 9(8).
      *> [欄位] 這個平均成本從哪一天開始生效 (到貨日)。
           05  CH-AVGCOST  PIC 9(5)V99.
      *> [欄位] 重算後的平均成本。
           05  CH-UCOST    PIC 9(5)V99.
      *> [欄位] 這一次進貨的單價。
           05  CH-QTY      PIC 9(5).
      *> [欄位] 這一次進貨的數量。

       FD  RECVLOG-FILE.
       01  RECVLOG-LINE    PIC X(160).
      *> [設定] 進貨日誌每一行的長度。

       WORKING-STORAGE SECTION.
      *> (stock.dat，舊的 stock.txt 先用 stock-load 搬過來)。
       01  WS-LOG-STATUS   PIC X(2).
      *> [狀態碼] RECVLOG-FILE 開檔的結果，"35"=recvlog.txt 還沒建立過。
       01  WS-COST-STATUS  PIC X(2).
      *> [狀態碼] ITEMCOST-FILE 開檔的結果，"35"=還沒建成本主檔 (第一次會自己建)。
       01  WS-CHIST-STATUS PIC X(2).
      *> [狀態碼] COSTHIST-FILE 開檔的結果，"35"=costhist.txt 還沒建立過。
       01  WS-PO-STATUS    PIC X(2).
      *> [狀態碼] PO-FILE 開檔的結果，"35"=還沒開過任何採購單
      *> (那每一筆到貨都算沒下單)。

       01  WS-TODAY        PIC 9(8).
      *> [變數] 今天的日期 (YYYYMMDD)，到貨日期欄空白時當入帳日用。
       01  REJECT-REASON   PIC X(8) VALUE SPACES.
      *> [變數] 這一行為什麼被拒："NOITEM"=主檔沒這個品項，
      *> "BADQTY"=數量不是數字或是 0，"BADDATE"=日期格式錯，
      *> "OVERFLOW"=加上去會超過 ST-ONHAND 能存的量，
      *> "BADCOST"=進貨單價有填但不是數字。
       01  POSTED-COUNT    PIC 9(4) VALUE 0.
      *> [計數器] 入帳成功的到貨筆數。
       01  REJECT-COUNT    PIC 9(4) VALUE 0.
      *> [計數器] 被拒的到貨筆數。

       01  COST-OPEN-SW    PIC X(1) VALUE "N".
           88  COST-FILE-OPEN             VALUE "Y".
      *> [開關] 成本主檔有沒有打開 (沒有就只入庫存，不算成本)。
       01  COST-HIT-SW     PIC X(1) VALUE "N".
           88  COST-HIT                   VALUE "Y".
      *> [開關] 成本主檔裡有沒有這個品項。
       01  UNIT-COST       PIC 9(5)V99 VALUE 0.
      *> [變數] 轉成數字的進貨單價。
       01  OLD-ONHAND      PIC 9(5) VALUE 0.
      *> [變數] 這一筆到貨加進去之前的庫存量。
       01  COST-WORK       PIC 9(12)V99 VALUE 0.
      *> [變數] 算移動平均的中間值 (舊量 x 舊成本 + 新量 x 新單價)。
       01  NOCOST-COUNT    PIC 9(4) VALUE 0.
      *> [計數器] 沒帶進貨單價的到貨筆數 (平均成本沒動)。

       01  PO-OPEN-SW      PIC X(1) VALUE "N".
           88  PO-FILE-OPEN               VALUE "Y".
      *> [開關] 採購單主檔有沒有打開 (沒有就不對單，全部算沒下單)。
       01  PO-EOF          PIC X(1) VALUE "N".
      *> [開關] 對單時採購單主檔有沒有掃到底。
       01  MATCH-RESULT    PIC X(9) VALUE SPACES.
      *> [變數] 這一筆到貨對單的結果："FULL"=剛好補齊，
      *> "SHORT"=送得比訂的少 (單子部分結案，還在等)，
      *> "OVER"=送得比還欠的多，"UNORDERED"=根本沒下單。
       01  MATCH-LEFT      PIC 9(5) VALUE 0.
      *> [變數] 這一筆到貨還沒沖到任何單上的量。
       01  MATCH-APPLY     PIC 9(5) VALUE 0.
      *> [變數] 這一次沖到某一項上的量。
       01  MATCH-HITS      PIC 9(4) VALUE 0.
      *> [變數] 這一筆到貨沖到了幾個項次。
       01  OWED-QTY        PIC 9(5) VALUE 0.
      *> [變數] 某一項還欠多少 (訂購 - 已收)。
       01  LAST-OWED-QTY   PIC 9(5) VALUE 0.
      *> [變數] 最後沖的那一項沖完以後還欠多少 (>0 就是短交)。
       01  LAST-PO-NO      PIC 9(6) VALUE 0.
       01  LAST-PO-LINE    PIC 9(2) VALUE 0.
      *> [變數] 最後沖的那一項的單號 / 項次，寫日誌用。
       01  SHORT-COUNT     PIC 9(4) VALUE 0.
       01  OVER-COUNT      PIC 9(4) VALUE 0.
       01  UNORDERED-COUNT PIC 9(4) VALUE 0.
      *> [計數器] 短交 / 超交 / 沒下單的到貨筆數。

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
               STOP RUN
           END-IF.

           OPEN I-O ITEMCOST-FILE.
           IF WS-COST-STATUS = "35"
      *> [注意] "35" 表示 itemcost.dat 還不存在，先建空檔再用 I-O 重開。
               OPEN OUTPUT ITEMCOST-FILE
               CLOSE ITEMCOST-FILE
               OPEN I-O ITEMCOST-FILE
           END-IF.
           IF WS-COST-STATUS = "00" OR WS-COST-STATUS = "05"
               SET COST-FILE-OPEN TO TRUE
               PERFORM OPEN-COST-HISTORY
           ELSE
               DISPLAY "⚠️ 成本主檔打不開 (狀態 " WS-COST-STATUS
                       ")，到貨照收，但平均成本不會更新"
           END-IF.

           OPEN I-O PO-FILE.
           IF WS-PO-STATUS = "00" OR WS-PO-STATUS = "05"
               SET PO-FILE-OPEN TO TRUE
           ELSE
      *> [注意] 沒有 po.dat 照樣入庫存 (貨已經在店裡了)，
      *> 只是每一筆都會被標成 UNORDERED。
               DISPLAY "⚠️ 採購單主檔打不開 (狀態 " WS-PO-STATUS
                       ")，到貨照收，但全部標成沒下單"
           END-IF.

           PERFORM OPEN-RECV-LOG.
           PERFORM UNTIL DELIV-EOF = "Y"
               READ DELIVERY-FILE
           CLOSE DELIVERY-FILE.
           CLOSE RECVLOG-FILE.
           CLOSE STOCK-FILE.
           IF PO-FILE-OPEN
               CLOSE PO-FILE
           END-IF.
           IF COST-FILE-OPEN
               CLOSE ITEMCOST-FILE
               CLOSE COSTHIST-FILE
           END-IF.

      *> [收尾] 入帳過的到貨檔換個名字收起來，明天重跑不會重複入帳
           MOVE "mv deliveries.txt deliveries.done.txt" TO WS-CMD.
           DISPLAY "==============================".
           DISPLAY " 進貨入帳完成: 入帳 " POSTED-COUNT
                   " 筆，拒收 " REJECT-COUNT " 筆".
           DISPLAY " 對採購單: 短交 " SHORT-COUNT " 筆，超交 "
                   OVER-COUNT " 筆，沒下單 " UNORDERED-COUNT " 筆".
           DISPLAY " 沒帶進貨單價 (成本沒動): " NOCOST-COUNT " 筆".
           DISPLAY "==============================".
           IF REJECT-COUNT > 0
               MOVE 1 TO RETURN-CODE
           IF DL-DATE IS NUMERIC
               MOVE DL-DATE TO RECV-DATE
           END-IF.
           MOVE 0 TO UNIT-COST.
           IF DL-UCOST IS NUMERIC
               MOVE DL-UCOST-N TO UNIT-COST
           END-IF.
           MOVE 0 TO OLD-ONHAND.
           IF STOCK-HIT
               MOVE ST-ONHAND TO OLD-ONHAND
           END-IF.

           EVALUATE TRUE
               WHEN NOT STOCK-HIT
                   MOVE "BADQTY" TO REJECT-REASON
               WHEN DL-DATE NOT = SPACES AND DL-DATE NOT NUMERIC
                   MOVE "BADDATE" TO REJECT-REASON
               WHEN DL-UCOST NOT = SPACES AND DL-UCOST NOT NUMERIC
                   MOVE "BADCOST" TO REJECT-REASON
               WHEN OTHER
                   ADD RECV-QTY TO ST-ONHAND
                       ON SIZE ERROR
               DISPLAY "📦 到貨入帳: " FUNCTION TRIM(DL-ITEM)
                       " +" RECV-QTY " (現有 " ST-ONHAND
                       ") 廠商 " FUNCTION TRIM(DL-SUPPLIER)
               PERFORM UPDATE-AVERAGE-COST
               PERFORM MATCH-TO-ORDERS
               PERFORM LOG-RECEIVED
               PERFORM LOG-MATCH-FLAG
           ELSE
               ADD 1 TO REJECT-COUNT
               DISPLAY "⚠️ 到貨拒收 (" FUNCTION TRIM(REJECT-REASON)
               PERFORM LOG-REJECTED
           END-IF.

       UPDATE-AVERAGE-COST.
      *> === 任務：照這一筆的進貨單價重算品項的移動平均成本 ===
      *> [規則] 新平均 = (舊庫存 x 舊平均 + 到貨量 x 進貨單價)
      *> / (舊庫存 + 到貨量)。成本主檔還沒有這個品項 (或舊庫存是 0)
      *> 就直接用這一次的單價。沒帶單價的到貨不動平均成本。
           IF NOT COST-FILE-OPEN
               EXIT PARAGRAPH
           END-IF.
           IF UNIT-COST = 0
               ADD 1 TO NOCOST-COUNT
               EXIT PARAGRAPH
           END-IF.
           SET COST-HIT-SW TO "N".
           MOVE DL-ITEM TO IC-ITEM.
           READ ITEMCOST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET COST-HIT TO TRUE
           END-READ.
           IF COST-HIT AND OLD-ONHAND > 0
               COMPUTE COST-WORK = OLD-ONHAND * IC-AVGCOST
                                 + RECV-QTY * UNIT-COST
               COMPUTE IC-AVGCOST ROUNDED
                   = COST-WORK / (OLD-ONHAND + RECV-QTY)
           ELSE
               MOVE UNIT-COST TO IC-AVGCOST
           END-IF.
           MOVE DL-ITEM   TO IC-ITEM.
           MOVE UNIT-COST TO IC-LASTCOST.
           MOVE RECV-DATE TO IC-LASTDATE.
           IF COST-HIT
               REWRITE ITEMCOST-RECORD
                   INVALID KEY
                       DISPLAY "⚠️ " FUNCTION TRIM(DL-ITEM)
                               " 的平均成本寫不回去"
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               WRITE ITEMCOST-RECORD
                   INVALID KEY
                       DISPLAY "⚠️ " FUNCTION TRIM(DL-ITEM)
                               " 的平均成本寫不進去"
                       EXIT PARAGRAPH
               END-WRITE
           END-IF.
           MOVE DL-ITEM    TO CH-ITEM.
           MOVE RECV-DATE  TO CH-EFFDATE.
           MOVE IC-AVGCOST TO CH-AVGCOST.
           MOVE UNIT-COST  TO CH-UCOST.
           MOVE RECV-QTY   TO CH-QTY.
           WRITE COSTHIST-RECORD.

       OPEN-COST-HISTORY.
      *> === 任務：打開成本歷史檔，接在舊記錄後面寫，歷史不要洗掉 ===
           OPEN EXTEND COSTHIST-FILE.
           IF WS-CHIST-STATUS = "35"
      *> [注意] "35" 表示 costhist.txt 還不存在，第一次就用 OUTPUT 建立它。
               OPEN OUTPUT COSTHIST-FILE
           END-IF.

       MATCH-TO-ORDERS.
      *> === 任務：入帳的這一筆到貨，沖到同品項同廠商還沒到齊的採購單上 ===
      *> [規則] 照單號由舊到新沖，舊單先補齊；一筆到貨可以沖好幾項。
      *> 沖完還有剩就是超交，最後一項沒補齊就是短交，一項都沒碰到
      *> 就是沒下單。貨照樣入庫存，對單結果只是標出來給採買追。
           MOVE RECV-QTY TO MATCH-LEFT.
           MOVE 0 TO MATCH-HITS LAST-OWED-QTY LAST-PO-NO LAST-PO-LINE.
           IF PO-FILE-OPEN
               MOVE LOW-VALUES TO PO-KEY
               MOVE "N" TO PO-EOF
               START PO-FILE KEY IS NOT LESS THAN PO-KEY
                   INVALID KEY
                       MOVE "Y" TO PO-EOF
               END-START
               PERFORM UNTIL PO-EOF = "Y" OR MATCH-LEFT = 0
                   READ PO-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO PO-EOF
                       NOT AT END
                           IF PO-IS-OPEN AND PO-ITEM = DL-ITEM
                               AND PO-SUPPLIER = DL-SUPPLIER
                               PERFORM APPLY-TO-ONE-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           EVALUATE TRUE
               WHEN MATCH-HITS = 0
                   MOVE "UNORDERED" TO MATCH-RESULT
                   ADD 1 TO UNORDERED-COUNT
               WHEN MATCH-LEFT > 0
                   MOVE "OVER" TO MATCH-RESULT
                   ADD 1 TO OVER-COUNT
               WHEN LAST-OWED-QTY > 0
                   MOVE "SHORT" TO MATCH-RESULT
                   ADD 1 TO SHORT-COUNT
               WHEN OTHER
                   MOVE "FULL" TO MATCH-RESULT
           END-EVALUATE.

       APPLY-TO-ONE-LINE.
      *> === 任務：沖一個採購單項次，能沖多少沖多少，改單況寫回去 ===
           MOVE 0 TO OWED-QTY.
           IF PO-ORDQTY > PO-RECVQTY
               COMPUTE OWED-QTY = PO-ORDQTY - PO-RECVQTY
           END-IF.
           IF OWED-QTY = 0
               EXIT PARAGRAPH
           END-IF.
           IF MATCH-LEFT < OWED-QTY
               MOVE MATCH-LEFT TO MATCH-APPLY
           ELSE
               MOVE OWED-QTY TO MATCH-APPLY
           END-IF.
           ADD MATCH-APPLY TO PO-RECVQTY.
           SUBTRACT MATCH-APPLY FROM MATCH-LEFT.
           SUBTRACT MATCH-APPLY FROM OWED-QTY.
           IF OWED-QTY = 0
               MOVE "C" TO PO-STATUS
           ELSE
               MOVE "P" TO PO-STATUS
           END-IF.
           MOVE RECV-DATE TO PO-LASTRECV.
           REWRITE PO-RECORD
               INVALID KEY
                   DISPLAY "⚠️ 採購單 " PO-NO "-" PO-LINE
                           " 寫不回去，這一項沒沖到"
                   ADD MATCH-APPLY TO MATCH-LEFT
                   EXIT PARAGRAPH
           END-REWRITE.
           ADD 1 TO MATCH-HITS.
           MOVE OWED-QTY TO LAST-OWED-QTY.
           MOVE PO-NO    TO LAST-PO-NO.
           MOVE PO-LINE  TO LAST-PO-LINE.
           MOVE SPACES TO RECVLOG-LINE.
           STRING RECV-DATE " POMATCH "
                  FUNCTION TRIM(DL-ITEM)
                  " PO=" PO-NO "-" PO-LINE
                  " QTY=" MATCH-APPLY
                  " OWED=" OWED-QTY
                  " STATUS=" PO-STATUS
                  " SUPPLIER=" FUNCTION TRIM(DL-SUPPLIER)
                  INTO RECVLOG-LINE.
           WRITE RECVLOG-LINE.

       LOG-MATCH-FLAG.
      *> === 任務：短交 / 超交 / 沒下單的到貨，另外記一行旗標，採買一查就有 ===
           MOVE SPACES TO RECVLOG-LINE.
           EVALUATE MATCH-RESULT
               WHEN "SHORT"
                   STRING RECV-DATE " SHORT "
                          FUNCTION TRIM(DL-ITEM)
                          " PO=" LAST-PO-NO "-" LAST-PO-LINE
                          " OWED=" LAST-OWED-QTY
                          " SUPPLIER=" FUNCTION TRIM(DL-SUPPLIER)
                          INTO RECVLOG-LINE
                   DISPLAY "⚠️ 短交: " FUNCTION TRIM(DL-ITEM)
                           " 單號 " LAST-PO-NO "-" LAST-PO-LINE
                           " 還欠 " LAST-OWED-QTY
               WHEN "OVER"
                   STRING RECV-DATE " OVER "
                          FUNCTION TRIM(DL-ITEM)
                          " EXTRA=" MATCH-LEFT
                          " SUPPLIER=" FUNCTION TRIM(DL-SUPPLIER)
                          INTO RECVLOG-LINE
                   DISPLAY "⚠️ 超交: " FUNCTION TRIM(DL-ITEM)
                           " 多送 " MATCH-LEFT
               WHEN "UNORDERED"
                   STRING RECV-DATE " UNORDERED "
                          FUNCTION TRIM(DL-ITEM)
                          " QTY=" RECV-QTY
                          " SUPPLIER=" FUNCTION TRIM(DL-SUPPLIER)
                          INTO RECVLOG-LINE
                   DISPLAY "⚠️ 沒下單的到貨: " FUNCTION TRIM(DL-ITEM)
                           " " RECV-QTY " 廠商 "
                           FUNCTION TRIM(DL-SUPPLIER)
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           WRITE RECVLOG-LINE.

       OPEN-RECV-LOG.
      *> === 任務：打開進貨日誌，接在舊日誌後面寫，歷史不要洗掉 ===
           OPEN EXTEND RECVLOG-FILE.
                  " QTY=" RECV-QTY
                  " ONHAND=" ST-ONHAND
                  " SUPPLIER=" FUNCTION TRIM(DL-SUPPLIER)
                  " MATCH=" FUNCTION TRIM(MATCH-RESULT)
                  " UCOST=" DL-UCOST
                  INTO RECVLOG-LINE.
           WRITE RECVLOG-LINE.

