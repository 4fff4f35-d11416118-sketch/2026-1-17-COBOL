       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
      PROGRAM-ID. PURCHASE-ORDER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> --- 補貨清單：REORDER-REPORT 每晚產生的那一支，
      *> 一行一個掉到再訂購點以下的品項 ---
           SELECT REORDER-FILE ASSIGN TO "reorder.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REORDER-STATUS.

      *> --- 廠商對照檔：哪個品項跟哪家廠商叫、補到多少，
      *> 以前都記在早班的腦袋裡，現在寫下來 ---
           SELECT SUPPLIER-FILE ASSIGN TO "suppliers.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUPP-STATUS.

      *> --- 採購單主檔：索引檔，單號 + 項次當主鍵，
      *> STOCK-RECEIVE 到貨時用 READ + REWRITE 回沖已收量 ---
           SELECT PO-FILE ASSIGN TO "po.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-KEY
           FILE STATUS IS WS-PO-STATUS.

      *> --- 採購單清單：這一次開出來的單 (NEW) 或還欠貨的單 (OPEN)，
      *> 早班照著這張打電話給廠商 ---
           SELECT POLIST-FILE ASSIGN TO POLIST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REORDER-FILE.
       01  REORDER-LINE    PIC X(60).
      *> [注意] 長度跟 REORDER-REPORT 的 REORDER-LINE 一樣。

       FD  SUPPLIER-FILE.
       01  SUPPLIER-RECORD.
           05  SP-ITEM     PIC X(10).
      *> [欄位] 品項名稱，對應 ST-ITEM。
           05  SP-SUPPLIER PIC X(20).
      *> [欄位] 跟哪家廠商叫貨，對應到貨檔的 DL-SUPPLIER。
           05  SP-PAR      PIC X(5).
      *> [欄位] 一次補到多少 (補貨目標量)。空白或不是數字就用
      *> 再訂購點的兩倍當目標。

      *> [注意] 以下欄位長度必須跟 STOCK-RECEIVE 裡的 PO-RECORD 逐位元組對齊。
       FD  PO-FILE.
       01  PO-RECORD.
           05  PO-KEY.
               10  PO-NO       PIC 9(6).
      *> [欄位] 採購單號，同一家廠商同一次開的單共用一個號碼。
               10  PO-LINE     PIC 9(2).
      *> [欄位] 單內項次，一個品項一項。
           05  PO-SUPPLIER PIC X(20).
      *> [欄位] 廠商名稱。
           05  PO-ITEM     PIC X(10).
      *> [欄位] 品項名稱。
           05  PO-DATE     PIC 9(8).
      *> [欄位] 開單日期 (YYYYMMDD)。
           05  PO-ORDQTY   PIC 9(5).
      *> [欄位] 訂購數量。
           05  PO-RECVQTY  PIC 9(5).
      *> [欄位] 到目前為止已經收到的數量 (STOCK-RECEIVE 回沖)。
           05  PO-STATUS   PIC X(1).
               88  PO-IS-OPEN              VALUE "O" "P".
      *> [欄位] 單況："O"=開立還沒到貨，"P"=部分到貨，
      *> "C"=到齊結案，"X"=人工結案 (廠商不送了，剩下的不等了)。
           05  PO-LASTRECV PIC 9(8).
      *> [欄位] 最後一次到貨日期，還沒到過貨是 0。

       FD  POLIST-FILE.
       01  POLIST-LINE     PIC X(100).
      *> [設定] 採購單清單每一行的長度。

       WORKING-STORAGE SECTION.
       01  WS-REORDER-STATUS PIC X(2).
      *> [狀態碼] REORDER-FILE 開檔的結果，"35"=還沒跑過 reorder-report。
       01  WS-SUPP-STATUS  PIC X(2).
      *> [狀態碼] SUPPLIER-FILE 開檔的結果，"35"=還沒建廠商對照檔。
       01  WS-PO-STATUS    PIC X(2).
      *> [狀態碼] PO-FILE 開檔的結果，"35"=還沒開過任何採購單。

       01  WS-TODAY        PIC 9(8).
      *> [變數] 今天的日期 (YYYYMMDD)，當開單日期。
       01  POLIST-FILENAME PIC X(20) VALUE "po.txt".
      *> [變數] 清單檔名：NEW 寫 po.txt，OPEN 寫 poopen.txt。

       01  CMD-LINE        PIC X(80).
      *> [參數] 指令列：
      *>   "NEW"          照 reorder.txt 開新採購單
      *>   "OPEN"         列出還欠貨的採購單 (依廠商分組)
      *>   "CLOSE <單號>"  人工結案，剩下沒到的不等了
       01  ARG-MODE        PIC X(5).
           88  MODE-NEW                   VALUE "NEW".
           88  MODE-OPEN                  VALUE "OPEN".
           88  MODE-CLOSE                 VALUE "CLOSE".
       01  ARG-PONO        PIC X(8).
      *> [參數] CLOSE 要結案的單號。

       01  REORDER-EOF     PIC X(1) VALUE "N".
       01  SUPP-EOF        PIC X(1) VALUE "N".
       01  PO-EOF          PIC X(1) VALUE "N".
      *> [開關] 各檔有沒有讀到底。
       01  REWRITE-ERR     PIC X(1) VALUE "N".
      *> [開關] CLOSE 結案時有沒有項次寫不回 po.dat。

      *> --- 拆 reorder.txt 一行用的欄位 ---
       01  RO-ITEM         PIC X(10).
       01  RO-ONHAND-TXT   PIC X(10).
       01  RO-REORDER-TXT  PIC X(10).
       01  RO-ONHAND       PIC 9(5) VALUE 0.
       01  RO-REORDER      PIC 9(5) VALUE 0.
      *> [變數] 品項、現有量、再訂購點 (先切成文字，確認是數字才轉)。

      *> --- 廠商對照表 (整批讀進來查) ---
       01  SUPPLIER-TABLE.
           05  SP-ENTRY OCCURS 200 TIMES INDEXED BY S-IDX.
               10  SP-T-ITEM       PIC X(10).
               10  SP-T-SUPPLIER   PIC X(20).
               10  SP-T-PAR        PIC 9(5).
       01  SUPPLIER-COUNT  PIC 9(4) VALUE 0.
      *> [變數] 對照表裡有幾個品項。
       01  SUPPLIER-FULL-COUNT PIC 9(4) VALUE 0.
      *> [變數] 塞不進表的行數，>0 表示對照檔比表格大。
       01  SUPP-FOUND-SW   PIC X(1) VALUE "N".
           88  SUPP-FOUND                 VALUE "Y".
      *> [開關] 這個品項在對照表裡有沒有廠商。

      *> --- 在途量表：還沒到齊的採購單，每個品項還欠多少 ---
       01  ONORDER-TABLE.
           05  OO-ENTRY OCCURS 200 TIMES INDEXED BY O-IDX.
               10  OO-ITEM         PIC X(10).
               10  OO-QTY          PIC 9(6).
       01  ONORDER-COUNT   PIC 9(4) VALUE 0.
      *> [變數] 在途量表裡有幾個品項。
       01  ONORDER-QTY     PIC 9(6) VALUE 0.
      *> [變數] 目前這個品項還在路上的量。

      *> --- 這一次要開的單 (先收齊，再依廠商分組開號) ---
       01  CAND-TABLE.
           05  CD-ENTRY OCCURS 200 TIMES INDEXED BY C-IDX, C2-IDX.
               10  CD-ITEM         PIC X(10).
               10  CD-SUPPLIER     PIC X(20).
               10  CD-QTY          PIC 9(5).
               10  CD-DONE         PIC X(1).
      *> [欄位] CD-DONE="Y" 表示這一項已經開進某張單了。
       01  CAND-COUNT      PIC 9(4) VALUE 0.
      *> [變數] 這一次要叫貨的品項數。
       01  CAND-FULL-COUNT PIC 9(4) VALUE 0.
      *> [變數] 塞不進表的品項數。

      *> --- 還欠貨的採購單項次 (OPEN 用) ---
       01  OPEN-TABLE.
           05  OP-ENTRY OCCURS 500 TIMES INDEXED BY P-IDX, P2-IDX.
               10  OP-NO           PIC 9(6).
               10  OP-LINE         PIC 9(2).
               10  OP-SUPPLIER     PIC X(20).
               10  OP-ITEM         PIC X(10).
               10  OP-DATE         PIC 9(8).
               10  OP-ORDQTY       PIC 9(5).
               10  OP-RECVQTY      PIC 9(5).
               10  OP-DONE         PIC X(1).
       01  OPEN-COUNT      PIC 9(4) VALUE 0.
      *> [變數] 還欠貨的項次數。
       01  OPEN-FULL-COUNT PIC 9(4) VALUE 0.
      *> [變數] 塞不進表的項次數。

       01  TARGET-QTY      PIC 9(6) VALUE 0.
      *> [變數] 這個品項要補到的目標量。
       01  ORDER-QTY       PIC 9(6) VALUE 0.
      *> [變數] 算出來要叫的量 (目標 - 現有 - 在途)。
       01  NEXT-PONO       PIC 9(6) VALUE 0.
      *> [變數] 下一張採購單號 (主檔裡最大的單號 + 1)。
       01  NEXT-LINE       PIC 9(2) VALUE 0.
      *> [變數] 目前這張單開到第幾項。
       01  CUR-SUPPLIER    PIC X(20).
      *> [變數] 正在開單 / 列印的廠商。
       01  CLOSE-PONO      PIC 9(6) VALUE 0.
      *> [變數] CLOSE 要結案的單號 (數字)。
       01  OWED-QTY        PIC 9(5) VALUE 0.
      *> [變數] 這一項還欠多少 (訂購 - 已收)。
       01  SUPP-OWED-QTY   PIC 9(7) VALUE 0.
      *> [變數] 這家廠商所有還欠貨的項次加起來欠多少。

       01  PO-COUNT        PIC 9(4) VALUE 0.
      *> [計數器] 這一次開了幾張單。
       01  LINE-COUNT      PIC 9(4) VALUE 0.
      *> [計數器] 這一次開了 / 列了 / 結了幾個項次。
       01  SKIP-COUNT      PIC 9(4) VALUE 0.
      *> [計數器] reorder.txt 裡沒開單的品項 (沒廠商或已經在路上)。

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *> === 主流程指揮官：認指令，分流到開單 / 列欠貨 / 結案 ===
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           ACCEPT CMD-LINE FROM COMMAND-LINE.
           UNSTRING CMD-LINE DELIMITED BY ALL SPACES
               INTO ARG-MODE, ARG-PONO.

           EVALUATE TRUE
               WHEN MODE-NEW
                   PERFORM CREATE-ORDERS
               WHEN MODE-OPEN
                   PERFORM LIST-OPEN-ORDERS
               WHEN MODE-CLOSE
                   PERFORM CLOSE-ONE-ORDER
               WHEN OTHER
                   DISPLAY "用法: purchase-order NEW | OPEN | CLOSE <單號>"
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       OPEN-PO-FILE.
      *> === 任務：打開採購單主檔，第一次用就先建一個空的 ===
           OPEN I-O PO-FILE.
           IF WS-PO-STATUS = "35"
      *> [注意] "35" 表示 po.dat 還不存在，先建空檔再用 I-O 重開。
               OPEN OUTPUT PO-FILE
               CLOSE PO-FILE
               OPEN I-O PO-FILE
           END-IF.

       CREATE-ORDERS.
      *> === 任務：reorder.txt 的每一個品項算叫貨量，依廠商分組開單 ===
           OPEN INPUT REORDER-FILE.
           IF WS-REORDER-STATUS NOT = "00"
               DISPLAY "⚠️ 找不到 reorder.txt，先跑 reorder-report"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-SUPPLIERS.
           IF SUPPLIER-FULL-COUNT > 0
               DISPLAY "⚠️ 廠商對照檔超過 200 個品項，有 "
                       SUPPLIER-FULL-COUNT " 行沒讀進來，不開單"
               CLOSE REORDER-FILE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM OPEN-PO-FILE.
           IF WS-PO-STATUS NOT = "00" AND WS-PO-STATUS NOT = "05"
               DISPLAY "⚠️ 採購單主檔打不開 (狀態 " WS-PO-STATUS
                       ")，不開單"
               CLOSE REORDER-FILE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-ON-ORDER.

           PERFORM UNTIL REORDER-EOF = "Y"
               READ REORDER-FILE
                   AT END
                       MOVE "Y" TO REORDER-EOF
                   NOT AT END
                       IF REORDER-LINE(1:9) NOT = "LOWITEMS="
                           AND REORDER-LINE NOT = SPACES
                           PERFORM PLAN-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REORDER-FILE.

           OPEN OUTPUT POLIST-FILE.
           COMPUTE NEXT-PONO = NEXT-PONO + 1.
      *> [規則] 同一家廠商的品項開在同一張單上，一家一個單號，
      *> 照 reorder.txt 裡第一次出現的順序開。
           PERFORM VARYING C-IDX FROM 1 BY 1 UNTIL C-IDX > CAND-COUNT
               IF CD-DONE(C-IDX) NOT = "Y"
                   PERFORM WRITE-ONE-ORDER
               END-IF
           END-PERFORM.
           CLOSE POLIST-FILE.
           CLOSE PO-FILE.

           DISPLAY "==============================".
           DISPLAY " 採購單開立完成: " PO-COUNT " 張單，"
                   LINE-COUNT " 個項次，略過 " SKIP-COUNT " 個品項".
           DISPLAY "==============================".
           IF CAND-FULL-COUNT > 0
               DISPLAY "⚠️ 要叫貨的品項超過 200 個，有 "
                       CAND-FULL-COUNT " 個沒開到單"
               MOVE 1 TO RETURN-CODE
           END-IF.

       LOAD-SUPPLIERS.
      *> === 任務：把廠商對照檔整批讀進表格 ===
           OPEN INPUT SUPPLIER-FILE.
           IF WS-SUPP-STATUS NOT = "00"
               DISPLAY "⚠️ 找不到 suppliers.txt，每個品項都會因為沒廠商略過"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL SUPP-EOF = "Y"
               READ SUPPLIER-FILE
                   AT END
                       MOVE "Y" TO SUPP-EOF
                   NOT AT END
                       IF SUPPLIER-RECORD NOT = SPACES
                           IF SUPPLIER-COUNT < 200
                               ADD 1 TO SUPPLIER-COUNT
                               MOVE SP-ITEM TO SP-T-ITEM(SUPPLIER-COUNT)
                               MOVE SP-SUPPLIER
                                   TO SP-T-SUPPLIER(SUPPLIER-COUNT)
                               MOVE 0 TO SP-T-PAR(SUPPLIER-COUNT)
                               IF SP-PAR IS NUMERIC
                                   MOVE SP-PAR TO SP-T-PAR(SUPPLIER-COUNT)
                               END-IF
                           ELSE
                               ADD 1 TO SUPPLIER-FULL-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUPPLIER-FILE.

       LOAD-ON-ORDER.
      *> === 任務：掃一遍採購單主檔，記下最大單號跟每個品項的在途量 ===
      *> [規則] 還沒到齊的單 (O/P) 欠的量算在途，今天再叫就要扣掉，
      *> 不然廠商還沒送來，每晚都會再開一次同樣的單。
           MOVE 0 TO NEXT-PONO.
           MOVE "N" TO PO-EOF.
           PERFORM UNTIL PO-EOF = "Y"
               READ PO-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO PO-EOF
                   NOT AT END
                       IF PO-NO > NEXT-PONO
                           MOVE PO-NO TO NEXT-PONO
                       END-IF
                       IF PO-IS-OPEN AND PO-ORDQTY > PO-RECVQTY
                           PERFORM ADD-ON-ORDER
                       END-IF
               END-READ
           END-PERFORM.

       ADD-ON-ORDER.
      *> === 任務：這一項還欠的量加進在途量表 ===
           COMPUTE OWED-QTY = PO-ORDQTY - PO-RECVQTY.
           PERFORM VARYING O-IDX FROM 1 BY 1
                   UNTIL O-IDX > ONORDER-COUNT
               IF OO-ITEM(O-IDX) = PO-ITEM
                   ADD OWED-QTY TO OO-QTY(O-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF ONORDER-COUNT < 200
               ADD 1 TO ONORDER-COUNT
               MOVE PO-ITEM  TO OO-ITEM(ONORDER-COUNT)
               MOVE OWED-QTY TO OO-QTY(ONORDER-COUNT)
           END-IF.

       PLAN-ONE-ITEM.
      *> === 任務：拆一行補貨清單，算這個品項要叫多少、跟誰叫 ===
           MOVE SPACES TO RO-ITEM RO-ONHAND-TXT RO-REORDER-TXT.
           UNSTRING REORDER-LINE DELIMITED BY " ONHAND=" OR " REORDER="
               INTO RO-ITEM, RO-ONHAND-TXT, RO-REORDER-TXT.
           MOVE 0 TO RO-ONHAND RO-REORDER.
           IF RO-ONHAND-TXT(1:5) IS NUMERIC
               MOVE RO-ONHAND-TXT(1:5) TO RO-ONHAND
           END-IF.
           IF RO-REORDER-TXT(1:5) IS NUMERIC
               MOVE RO-REORDER-TXT(1:5) TO RO-REORDER
           END-IF.

           SET SUPP-FOUND-SW TO "N".
           PERFORM VARYING S-IDX FROM 1 BY 1
                   UNTIL S-IDX > SUPPLIER-COUNT
               IF SP-T-ITEM(S-IDX) = RO-ITEM
                   SET SUPP-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT SUPP-FOUND
               ADD 1 TO SKIP-COUNT
               DISPLAY "⚠️ " FUNCTION TRIM(RO-ITEM)
                       " 在 suppliers.txt 沒有廠商，沒開單"
               EXIT PARAGRAPH
           END-IF.

      *> [規則] 目標量：對照檔有寫就補到那個量，沒寫就補到再訂購點的兩倍。
           IF SP-T-PAR(S-IDX) > 0
               MOVE SP-T-PAR(S-IDX) TO TARGET-QTY
           ELSE
               COMPUTE TARGET-QTY = RO-REORDER * 2
           END-IF.

           MOVE 0 TO ONORDER-QTY.
           PERFORM VARYING O-IDX FROM 1 BY 1
                   UNTIL O-IDX > ONORDER-COUNT
               IF OO-ITEM(O-IDX) = RO-ITEM
                   MOVE OO-QTY(O-IDX) TO ONORDER-QTY
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> [注意] 欄位沒有正負號，先比大小再減，不夠減就是不用叫。
           IF TARGET-QTY <= RO-ONHAND + ONORDER-QTY
               ADD 1 TO SKIP-COUNT
               DISPLAY "ℹ️ " FUNCTION TRIM(RO-ITEM) " 在途 " ONORDER-QTY
                       "，加上現有 " RO-ONHAND " 已經夠了，不再開單"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE ORDER-QTY = TARGET-QTY - RO-ONHAND - ONORDER-QTY.
           IF ORDER-QTY > 99999
               MOVE 99999 TO ORDER-QTY
           END-IF.

           IF CAND-COUNT >= 200
               ADD 1 TO CAND-FULL-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CAND-COUNT.
           MOVE RO-ITEM          TO CD-ITEM(CAND-COUNT).
           MOVE SP-T-SUPPLIER(S-IDX) TO CD-SUPPLIER(CAND-COUNT).
           MOVE ORDER-QTY        TO CD-QTY(CAND-COUNT).
           MOVE "N"              TO CD-DONE(CAND-COUNT).

       WRITE-ONE-ORDER.
      *> === 任務：替 C-IDX 這家廠商開一張單，把同廠商的品項都放進來 ===
           MOVE CD-SUPPLIER(C-IDX) TO CUR-SUPPLIER.
           MOVE 0 TO NEXT-LINE.
           ADD 1 TO PO-COUNT.
           MOVE SPACES TO POLIST-LINE.
           STRING "PO=" NEXT-PONO
                  " DATE=" WS-TODAY
                  " SUPPLIER=" FUNCTION TRIM(CUR-SUPPLIER)
                  INTO POLIST-LINE.
           WRITE POLIST-LINE.
           DISPLAY "🧾 採購單 " NEXT-PONO " → "
                   FUNCTION TRIM(CUR-SUPPLIER).

           PERFORM VARYING C2-IDX FROM C-IDX BY 1
                   UNTIL C2-IDX > CAND-COUNT
               IF CD-DONE(C2-IDX) NOT = "Y"
                   AND CD-SUPPLIER(C2-IDX) = CUR-SUPPLIER
                   PERFORM WRITE-ONE-LINE
               END-IF
           END-PERFORM.
           ADD 1 TO NEXT-PONO.

       WRITE-ONE-LINE.
      *> === 任務：C2-IDX 這個品項寫成單上的一個項次 ===
           IF NEXT-LINE >= 99
               DISPLAY "⚠️ 單號 " NEXT-PONO " 已經 99 項，"
                       FUNCTION TRIM(CD-ITEM(C2-IDX)) " 留到下一次開"
               MOVE "Y" TO CD-DONE(C2-IDX)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NEXT-LINE.
           MOVE NEXT-PONO          TO PO-NO.
           MOVE NEXT-LINE          TO PO-LINE.
           MOVE CUR-SUPPLIER       TO PO-SUPPLIER.
           MOVE CD-ITEM(C2-IDX)    TO PO-ITEM.
           MOVE WS-TODAY           TO PO-DATE.
           MOVE CD-QTY(C2-IDX)     TO PO-ORDQTY.
           MOVE 0                  TO PO-RECVQTY.
           MOVE "O"                TO PO-STATUS.
           MOVE 0                  TO PO-LASTRECV.
           WRITE PO-RECORD
               INVALID KEY
                   DISPLAY "⚠️ 單號 " NEXT-PONO "-" NEXT-LINE
                           " 已經存在，沒寫進去"
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE "Y" TO CD-DONE(C2-IDX).
           ADD 1 TO LINE-COUNT.
           MOVE SPACES TO POLIST-LINE.
           STRING "  LINE=" PO-LINE
                  " " FUNCTION TRIM(PO-ITEM)
                  " QTY=" PO-ORDQTY
                  INTO POLIST-LINE.
           WRITE POLIST-LINE.
           DISPLAY "   " PO-LINE " " FUNCTION TRIM(PO-ITEM)
                   " 叫 " PO-ORDQTY.

       LIST-OPEN-ORDERS.
      *> === 任務：列出還欠貨的採購單，依廠商分組，看誰還欠我們貨 ===
           OPEN INPUT PO-FILE.
           IF WS-PO-STATUS NOT = "00"
               DISPLAY "⚠️ 找不到 po.dat，還沒開過任何採購單"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL PO-EOF = "Y"
               READ PO-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO PO-EOF
                   NOT AT END
                       IF PO-IS-OPEN
                           PERFORM KEEP-OPEN-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PO-FILE.

           MOVE "poopen.txt" TO POLIST-FILENAME.
           OPEN OUTPUT POLIST-FILE.
           PERFORM VARYING P-IDX FROM 1 BY 1 UNTIL P-IDX > OPEN-COUNT
               IF OP-DONE(P-IDX) NOT = "Y"
                   PERFORM LIST-ONE-SUPPLIER
               END-IF
           END-PERFORM.
           MOVE SPACES TO POLIST-LINE.
           STRING "OPENLINES=" LINE-COUNT INTO POLIST-LINE.
           WRITE POLIST-LINE.
           IF OPEN-FULL-COUNT > 0
               MOVE SPACES TO POLIST-LINE
               STRING "OPENFULL=" OPEN-FULL-COUNT INTO POLIST-LINE
               WRITE POLIST-LINE
               DISPLAY "⚠️ 欠貨項次超過 500 個，有 " OPEN-FULL-COUNT
                       " 個沒列出來"
           END-IF.
           CLOSE POLIST-FILE.

           DISPLAY "==============================".
           DISPLAY " 欠貨清單完成: " LINE-COUNT " 個項次還沒到齊"
                   " (poopen.txt)".
           DISPLAY "==============================".

       KEEP-OPEN-LINE.
      *> === 任務：這一項還沒到齊，收進欠貨表 ===
           IF OPEN-COUNT >= 500
               ADD 1 TO OPEN-FULL-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO OPEN-COUNT.
           MOVE PO-NO       TO OP-NO(OPEN-COUNT).
           MOVE PO-LINE     TO OP-LINE(OPEN-COUNT).
           MOVE PO-SUPPLIER TO OP-SUPPLIER(OPEN-COUNT).
           MOVE PO-ITEM     TO OP-ITEM(OPEN-COUNT).
           MOVE PO-DATE     TO OP-DATE(OPEN-COUNT).
           MOVE PO-ORDQTY   TO OP-ORDQTY(OPEN-COUNT).
           MOVE PO-RECVQTY  TO OP-RECVQTY(OPEN-COUNT).
           MOVE "N"         TO OP-DONE(OPEN-COUNT).

       LIST-ONE-SUPPLIER.
      *> === 任務：P-IDX 這家廠商所有欠貨的項次印在一起，最後一行小計 ===
           MOVE OP-SUPPLIER(P-IDX) TO CUR-SUPPLIER.
           MOVE 0 TO SUPP-OWED-QTY.
           DISPLAY "🚚 " FUNCTION TRIM(CUR-SUPPLIER) " 還欠:".
           PERFORM VARYING P2-IDX FROM P-IDX BY 1
                   UNTIL P2-IDX > OPEN-COUNT
               IF OP-DONE(P2-IDX) NOT = "Y"
                   AND OP-SUPPLIER(P2-IDX) = CUR-SUPPLIER
                   MOVE "Y" TO OP-DONE(P2-IDX)
                   ADD 1 TO LINE-COUNT
                   MOVE 0 TO OWED-QTY
                   IF OP-ORDQTY(P2-IDX) > OP-RECVQTY(P2-IDX)
                       COMPUTE OWED-QTY = OP-ORDQTY(P2-IDX)
                                        - OP-RECVQTY(P2-IDX)
                   END-IF
                   ADD OWED-QTY TO SUPP-OWED-QTY
                   MOVE SPACES TO POLIST-LINE
                   STRING "SUPPLIER=" FUNCTION TRIM(CUR-SUPPLIER)
                          " PO=" OP-NO(P2-IDX) "-" OP-LINE(P2-IDX)
                          " DATE=" OP-DATE(P2-IDX)
                          " " FUNCTION TRIM(OP-ITEM(P2-IDX))
                          " ORDERED=" OP-ORDQTY(P2-IDX)
                          " RECEIVED=" OP-RECVQTY(P2-IDX)
                          " OWED=" OWED-QTY
                          INTO POLIST-LINE
                   WRITE POLIST-LINE
                   DISPLAY "   " OP-NO(P2-IDX) "-" OP-LINE(P2-IDX)
                           " " FUNCTION TRIM(OP-ITEM(P2-IDX))
                           " 訂 " OP-ORDQTY(P2-IDX)
                           " 收 " OP-RECVQTY(P2-IDX)
                           " 欠 " OWED-QTY
               END-IF
           END-PERFORM.
           MOVE SPACES TO POLIST-LINE.
           STRING "SUPPLIER=" FUNCTION TRIM(CUR-SUPPLIER)
                  " TOTALOWED=" SUPP-OWED-QTY
                  INTO POLIST-LINE.
           WRITE POLIST-LINE.

       CLOSE-ONE-ORDER.
      *> === 任務：人工結案一張單，還沒到齊的項次改成 "X" ===
      *> [規則] 已經到齊的項次 ("C") 不動，只結掉還在等的；
      *> 結案後 NEW 就不會再把它當在途量，該叫的會重新叫。
           IF ARG-PONO = SPACES
               DISPLAY "用法: purchase-order CLOSE <單號>"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE CLOSE-PONO = FUNCTION NUMVAL(ARG-PONO)
               ON SIZE ERROR
                   MOVE 0 TO CLOSE-PONO
           END-COMPUTE.
           IF CLOSE-PONO = 0
               DISPLAY "⚠️ 單號要是數字: " FUNCTION TRIM(ARG-PONO)
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O PO-FILE.
           IF WS-PO-STATUS NOT = "00"
               DISPLAY "⚠️ 找不到 po.dat，還沒開過任何採購單"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE CLOSE-PONO TO PO-NO.
           MOVE 0 TO PO-LINE.
           START PO-FILE KEY IS NOT LESS THAN PO-KEY
               INVALID KEY
                   MOVE "Y" TO PO-EOF
           END-START.
           PERFORM UNTIL PO-EOF = "Y"
               READ PO-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO PO-EOF
                   NOT AT END
                       IF PO-NO NOT = CLOSE-PONO
                           MOVE "Y" TO PO-EOF
                       ELSE
                           IF PO-IS-OPEN
                               MOVE "X" TO PO-STATUS
                               REWRITE PO-RECORD
                                   INVALID KEY
                                       DISPLAY "⚠️ 單號 " PO-NO "-" PO-LINE
                                               " 寫不回 po.dat ("
                                               WS-PO-STATUS ")，沒結到"
                                       MOVE "Y" TO REWRITE-ERR
                                       MOVE "Y" TO PO-EOF
                                   NOT INVALID KEY
                                       ADD 1 TO LINE-COUNT
                                       DISPLAY "🔒 結案 " PO-NO "-" PO-LINE " "
                                               FUNCTION TRIM(PO-ITEM)
                                               " 訂 " PO-ORDQTY
                                               " 收 " PO-RECVQTY
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PO-FILE.
           IF REWRITE-ERR = "Y"
               DISPLAY "⚠️ 單號 " CLOSE-PONO " 只結了 " LINE-COUNT
                       " 個項次，po.dat 查好再結一次"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF LINE-COUNT = 0
               DISPLAY "⚠️ 單號 " CLOSE-PONO " 沒有還在等貨的項次"
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "✅ 單號 " CLOSE-PONO " 結案 " LINE-COUNT " 個項次"
           END-IF.
