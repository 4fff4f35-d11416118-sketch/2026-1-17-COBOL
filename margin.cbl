       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
      PROGRAM-ID. MARGIN-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> --- 月彙總檔：MONTH-END C 產的 summYYYYMM.txt，逐日逐品項的
      *> 淨杯數/淨營收 ---
           SELECT SUMMARY-FILE ASSIGN TO SUMM-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUMM-STATUS.

      *> --- 成本歷史檔：STOCK-RECEIVE 每次到貨重算平均成本就多記一列，
      *> 照賣出那一天生效的平均成本算銷貨成本 ---
           SELECT COSTHIST-FILE ASSIGN TO "costhist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHIST-STATUS.

      *> --- 品項成本主檔：目前的平均成本，庫存估值跟沒有歷史時備用 ---
           SELECT ITEMCOST-FILE ASSIGN TO "itemcost.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IC-ITEM
           FILE STATUS IS WS-COST-STATUS.

      *> --- 庫存主檔：照品項鍵序掃一遍，算月底庫存值 ---
           SELECT STOCK-FILE ASSIGN TO "stock.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ST-ITEM
           FILE STATUS IS WS-STOCK-STATUS.

      *> --- 月底庫存值快照：每晚批次入帳做完後重寫一次 (FREEZE)，
      *> 那個月收月後就不再動；報表只讀它，才不會拿到新月份已經扣過的庫存 ---
           SELECT STKVAL-FILE ASSIGN TO STKVAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STKVAL-STATUS.

      *> --- 毛利報表：marginYYYYMM.txt，印給老闆看 ---
           SELECT MARGIN-FILE ASSIGN TO MARGIN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> [注意] 以下欄位長度必須跟 MONTH-END 裡的 SUMMARY-RECORD 逐位元組對齊。
       FD  SUMMARY-FILE.
       01  SUMMARY-RECORD.
           05  SU-DATE     PIC 9(8).
      *> [欄位] 營業日 (YYYYMMDD)。
           05  SU-ITEM     PIC X(10).
      *> [欄位] 品項。
           05  SU-QTY      PIC 9(6).
      *> [欄位] 這一天這個品項的淨杯數。
           05  SU-REV      PIC 9(8).
      *> [欄位] 這一天這個品項的淨營收。

      *> [注意] 以下欄位長度必須跟 STOCK-RECEIVE 裡的 COSTHIST-RECORD 逐位元組對齊。
       FD  COSTHIST-FILE.
       01  COSTHIST-RECORD.
           05  CH-ITEM     PIC X(10).
      *> [欄位] 品項名稱。
           05  CH-EFFDATE  PIC 9(8).
      *> [欄位] 這個平均成本從哪一天開始生效。
           05  CH-AVGCOST  PIC 9(5)V99.
      *> [欄位] 平均成本 (一杯)。
           05  CH-UCOST    PIC 9(5)V99.
      *> [欄位] 那一次進貨的單價。
           05  CH-QTY      PIC 9(5).
      *> [欄位] 那一次進貨的數量。

      *> [注意] 以下欄位長度必須跟 STOCK-RECEIVE 裡的 ITEMCOST-RECORD 逐位元組對齊。
       FD  ITEMCOST-FILE.
       01  ITEMCOST-RECORD.
           05  IC-ITEM     PIC X(10).
      *> [欄位] 品項名稱 (主鍵)。
           05  IC-AVGCOST  PIC 9(5)V99.
      *> [欄位] 目前的移動平均成本。
           05  IC-LASTCOST PIC 9(5)V99.
      *> [欄位] 最後一次進貨的單價。
           05  IC-LASTDATE PIC 9(8).
      *> [欄位] 最後一次進貨的日期。

      *> [注意] 以下欄位長度必須跟 API-DRINK 裡的 STOCK-RECORD 逐位元組對齊。
       FD  STOCK-FILE.
       01  STOCK-RECORD.
           05  ST-ITEM     PIC X(10).
      *> [欄位] 品項名稱 (主鍵)。
           05  ST-ONHAND   PIC 9(5).
      *> [欄位] 現有庫存量。
           05  ST-REORDER  PIC 9(5).
      *> [欄位] 再訂購點。

       FD  STKVAL-FILE.
       01  STKVAL-RECORD.
           05  SV-ITEM     PIC X(10).
      *> [欄位] 品項名稱。
           05  SV-ONHAND   PIC 9(5).
      *> [欄位] 快照當時的庫存量。
           05  SV-AVGCOST  PIC 9(5)V99.
      *> [欄位] 快照當時的平均成本。
           05  SV-VALUE    PIC 9(9)V99.
      *> [欄位] 庫存值 (量 x 平均成本)。
           05  SV-ASOF     PIC 9(8).
      *> [欄位] 快照日期 (寫快照那一晚批次的營業日)。

       FD  MARGIN-FILE.
       01  MARGIN-LINE     PIC X(132).
      *> [設定] 毛利報表每一行的長度。

       WORKING-STORAGE SECTION.
       01  WS-SUMM-STATUS  PIC X(2).
      *> [狀態碼] SUMMARY-FILE 開檔的結果，"35"=那個月還沒收過月。
       01  WS-CHIST-STATUS PIC X(2).
      *> [狀態碼] COSTHIST-FILE 開檔的結果，"35"=還沒有任何進貨成本。
       01  WS-COST-STATUS  PIC X(2).
      *> [狀態碼] ITEMCOST-FILE 開檔的結果，"35"=還沒建成本主檔。
       01  WS-STOCK-STATUS PIC X(2).
      *> [狀態碼] STOCK-FILE 開檔的結果，"35"=還沒建庫存主檔。
       01  WS-STKVAL-STATUS PIC X(2).
      *> [狀態碼] STKVAL-FILE 開檔的結果，"35"=這個月還沒凍結過庫存值。

       01  CMD-LINE        PIC X(20).
      *> [參數] 指令列："<YYYYMM>"，要算哪一個月 (要先收過月)；
      *> "FREEZE <YYYYMMDD>"，把目前的庫存值寫成那個營業日月份的快照。
       01  WS-MONTH-ARG    PIC X(6).
      *> [參數] 月份。
       01  WS-TODAY        PIC 9(8).
      *> [變數] 今天的日期 (YYYYMMDD)。
       01  FREEZE-DATE     PIC 9(8) VALUE 0.
      *> [參數] FREEZE 的營業日，快照記在這一天的月份底下。
       01  VALUE-ASOF      PIC 9(8) VALUE 0.
      *> [變數] 現算庫存值時每一列記的日期 (FREEZE 用營業日，報表用今天)。
       01  SUMM-FILENAME   PIC X(20).
       01  STKVAL-FILENAME PIC X(20).
       01  MARGIN-FILENAME PIC X(20).
      *> [變數] summYYYYMM.txt / stkvYYYYMM.txt / marginYYYYMM.txt。

       01  SUMM-EOF        PIC X(1) VALUE "N".
       01  CHIST-EOF       PIC X(1) VALUE "N".
       01  STOCK-EOF       PIC X(1) VALUE "N".
       01  STKVAL-EOF      PIC X(1) VALUE "N".
      *> [開關] 各檔有沒有讀到底。
       01  COST-OPEN-SW    PIC X(1) VALUE "N".
           88  COST-FILE-OPEN             VALUE "Y".
      *> [開關] 成本主檔有沒有打開。

      *> --- 成本歷史表 (整批讀進來查) ---
       01  COSTHIST-TABLE.
           05  CH-ENTRY OCCURS 2000 TIMES INDEXED BY H-IDX.
               10  CH-T-ITEM       PIC X(10).
               10  CH-T-EFFDATE    PIC 9(8).
               10  CH-T-AVGCOST    PIC 9(5)V99.
       01  COSTHIST-COUNT  PIC 9(4) VALUE 0.
      *> [變數] 成本歷史表裡有幾列。
       01  COSTHIST-FULL-COUNT PIC 9(4) VALUE 0.
      *> [變數] 塞不進表的行數 (>0 表示比較新的成本變動沒算到)。

      *> --- 逐品項的毛利表 ---
       01  ITEM-TABLE.
           05  IT-ENTRY OCCURS 50 TIMES INDEXED BY IT-IDX.
               10  IT-NAME         PIC X(10).
               10  IT-QTY          PIC 9(8).
               10  IT-REV          PIC 9(9).
               10  IT-COGS         PIC 9(9)V99.
               10  IT-NOCOST       PIC 9(6).
      *> [欄位] 找不到任何成本、只好算 0 的杯數。
               10  IT-ESTCOST      PIC 9(6).
      *> [欄位] 賣的時候還沒進過貨 (沒有更早的成本)、借用之後
      *> 第一次進貨成本估的杯數。
       01  ITEM-COUNT      PIC 9(2) VALUE 0.
      *> [變數] 毛利表裡有幾個品項。
       01  ITEM-FULL-COUNT PIC 9(4) VALUE 0.
      *> [變數] 塞不進表的彙總列數。

       01  DAY-COST        PIC 9(5)V99 VALUE 0.
      *> [變數] 這一列那一天生效的平均成本。
       01  DAY-COST-DATE   PIC 9(8) VALUE 0.
      *> [變數] 找到的那一列成本的生效日 (找「不晚於賣出日」裡最新的)。
       01  LATER-COST      PIC 9(5)V99 VALUE 0.
       01  LATER-COST-DATE PIC 9(8) VALUE 0.
      *> [變數] 賣出日之後最早的一列成本 (賣的時候還沒有成本時借用)。
       01  COST-SOURCE     PIC X(1) VALUE SPACE.
      *> [變數] 成本從哪來："H"=歷史，"L"=借用之後的，"C"=成本主檔，
      *> "N"=都沒有。

       01  TOTAL-QTY       PIC 9(9) VALUE 0.
       01  TOTAL-REV       PIC 9(10) VALUE 0.
       01  TOTAL-COGS      PIC 9(10)V99 VALUE 0.
      *> [變數] 全部品項合計。
       01  REV-WORK        PIC 9(10)V99 VALUE 0.
       01  COGS-WORK       PIC 9(10)V99 VALUE 0.
      *> [變數] 要算毛利的那一組營收 / 銷貨成本 (單一品項或合計)。
       01  MARGIN-AMT      PIC 9(10)V99 VALUE 0.
       01  MARGIN-SIGN     PIC X(1) VALUE SPACE.
      *> [變數] 毛利 (營收 - 銷貨成本)，沒有正負號，方向看 MARGIN-SIGN。
       01  MARGIN-PCT      PIC 9(5)V9 VALUE 0.
      *> [變數] 毛利率 (%)，方向看 MARGIN-SIGN。
       01  STOCK-VALUE     PIC 9(10)V99 VALUE 0.
      *> [變數] 月底庫存值合計。
       01  STKVAL-ASOF     PIC 9(8) VALUE 0.
      *> [變數] 庫存值是哪一天的快照。
       01  STKVAL-ITEMS    PIC 9(4) VALUE 0.
      *> [計數器] 庫存值算了幾個品項。
       01  STKVAL-NOCOST   PIC 9(4) VALUE 0.
      *> [計數器] 有庫存但沒有成本、估值算 0 的品項數。
       01  STKVAL-SOURCE   PIC X(8) VALUE "SNAPSHOT".
      *> [變數] 庫存值從哪來："SNAPSHOT"=批次寫的快照，"LIVE"=現算的。
       01  FREEZE-SW       PIC X(1) VALUE "N".
           88  FREEZE-SNAPSHOT            VALUE "Y".
      *> [開關] 這一次是 FREEZE：現算的庫存值寫成快照，不印報表。

      *> --- 印報表用的編輯欄位 ---
       01  ED-MONEY        PIC Z(9)9.99.
       01  ED-MONEY2       PIC Z(9)9.99.
       01  ED-MONEY3       PIC Z(9)9.99.
       01  ED-PCT          PIC ZZZZ9.9.
       01  ED-COST         PIC ZZZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *> === 主流程指揮官：讀成本歷史，逐列算銷貨成本，印毛利 + 月底庫存值 ===
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           ACCEPT CMD-LINE FROM COMMAND-LINE.
           IF CMD-LINE(1:7) = "FREEZE "
               IF CMD-LINE(8:8) NOT NUMERIC OR CMD-LINE(16:1) NOT = SPACE
                   PERFORM SHOW-USAGE
               END-IF
               MOVE CMD-LINE(8:8) TO FREEZE-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(FREEZE-DATE) NOT = 0
                   PERFORM SHOW-USAGE
               END-IF
               PERFORM FREEZE-STOCK-VALUE
               STOP RUN
           END-IF.
           MOVE CMD-LINE(1:6) TO WS-MONTH-ARG.
           IF WS-MONTH-ARG NOT NUMERIC OR CMD-LINE(7:1) NOT = SPACE
               OR WS-MONTH-ARG(5:2) < "01" OR WS-MONTH-ARG(5:2) > "12"
               PERFORM SHOW-USAGE
           END-IF.
           MOVE SPACES TO SUMM-FILENAME STKVAL-FILENAME MARGIN-FILENAME.
           STRING "summ" WS-MONTH-ARG ".txt" INTO SUMM-FILENAME.
           STRING "stkv" WS-MONTH-ARG ".txt" INTO STKVAL-FILENAME.
           STRING "margin" WS-MONTH-ARG ".txt" INTO MARGIN-FILENAME.

           OPEN INPUT SUMMARY-FILE.
           IF WS-SUMM-STATUS NOT = "00"
               DISPLAY "⚠️ 找不到 " FUNCTION TRIM(SUMM-FILENAME)
                       "，這個月還沒收月 (先跑 month-end C "
                       WS-MONTH-ARG ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-COST-HISTORY.
           OPEN INPUT ITEMCOST-FILE.
           IF WS-COST-STATUS = "00"
               SET COST-FILE-OPEN TO TRUE
           END-IF.

           PERFORM UNTIL SUMM-EOF = "Y"
               READ SUMMARY-FILE
                   AT END
                       MOVE "Y" TO SUMM-EOF
                   NOT AT END
                       PERFORM COST-ONE-ROW
               END-READ
           END-PERFORM.
           CLOSE SUMMARY-FILE.

           OPEN OUTPUT MARGIN-FILE.
           PERFORM VARYING IT-IDX FROM 1 BY 1 UNTIL IT-IDX > ITEM-COUNT
               PERFORM WRITE-ONE-ITEM
           END-PERFORM.
           PERFORM WRITE-TOTALS.
           PERFORM STOCK-VALUATION.
           IF COST-FILE-OPEN
               CLOSE ITEMCOST-FILE
           END-IF.
           CLOSE MARGIN-FILE.

           MOVE TOTAL-COGS TO ED-MONEY.
           MOVE MARGIN-AMT TO ED-MONEY2.
           MOVE STOCK-VALUE TO ED-MONEY3.
           MOVE MARGIN-PCT TO ED-PCT.
           DISPLAY "==============================".
           DISPLAY " " WS-MONTH-ARG " 毛利報表: 淨營收 " TOTAL-REV
                   " 銷貨成本 " FUNCTION TRIM(ED-MONEY).
           DISPLAY " 毛利 " MARGIN-SIGN FUNCTION TRIM(ED-MONEY2)
                   " (" MARGIN-SIGN FUNCTION TRIM(ED-PCT) "%)"
                   " 月底庫存值 " FUNCTION TRIM(ED-MONEY3)
                   " (" STKVAL-ASOF ")".
           DISPLAY "==============================".
           STOP RUN.

       SHOW-USAGE.
      *> === 任務：印用法，結束 ===
           DISPLAY "用法: margin-report <YYYYMM> | FREEZE <營業日 YYYYMMDD>".
           MOVE 1 TO RETURN-CODE.
           STOP RUN.

       FREEZE-STOCK-VALUE.
      *> === 任務：把目前的庫存值寫成營業日那個月的月底庫存值快照 ===
      *> [規則] 每晚批次當天的交易/外送單都入帳完才寫，月份裡最後一晚
      *> 寫的那一份就是月底庫存值 (新月份第一天的銷售扣不進去)。
      *> 那個月已經收月 (有 summYYYYMM.txt) 就不再動，重跑舊營業日
      *> 也蓋不掉收月時的數字。
           MOVE FREEZE-DATE(1:6) TO WS-MONTH-ARG.
           MOVE SPACES TO SUMM-FILENAME STKVAL-FILENAME.
           STRING "summ" WS-MONTH-ARG ".txt" INTO SUMM-FILENAME.
           STRING "stkv" WS-MONTH-ARG ".txt" INTO STKVAL-FILENAME.
           OPEN INPUT SUMMARY-FILE.
           IF WS-SUMM-STATUS = "00"
               CLOSE SUMMARY-FILE
               DISPLAY "ℹ️ " WS-MONTH-ARG " 已經收月，"
                       FUNCTION TRIM(STKVAL-FILENAME) " 不再動"
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ITEMCOST-FILE.
           IF WS-COST-STATUS = "00"
               SET COST-FILE-OPEN TO TRUE
           END-IF.
           SET FREEZE-SNAPSHOT TO TRUE.
           MOVE FREEZE-DATE TO VALUE-ASOF.
           PERFORM VALUE-LIVE-STOCK.
           IF COST-FILE-OPEN
               CLOSE ITEMCOST-FILE
           END-IF.
           IF WS-STOCK-STATUS NOT = "00"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE STOCK-VALUE TO ED-MONEY.
           DISPLAY "📦 " FUNCTION TRIM(STKVAL-FILENAME) " (營業日 "
                   FREEZE-DATE "): " STKVAL-ITEMS " 個品項，庫存值 "
                   FUNCTION TRIM(ED-MONEY).
           MOVE 0 TO RETURN-CODE.

       LOAD-COST-HISTORY.
      *> === 任務：把成本歷史檔整批讀進表格 ===
           OPEN INPUT COSTHIST-FILE.
           IF WS-CHIST-STATUS NOT = "00"
               DISPLAY "⚠️ 找不到 costhist.txt，還沒有任何進貨成本，"
                       "銷貨成本只能用成本主檔目前的平均成本估"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL CHIST-EOF = "Y"
               READ COSTHIST-FILE
                   AT END
                       MOVE "Y" TO CHIST-EOF
                   NOT AT END
                       IF CH-EFFDATE IS NUMERIC
                           AND CH-AVGCOST IS NUMERIC
                           IF COSTHIST-COUNT < 2000
                               ADD 1 TO COSTHIST-COUNT
                               MOVE CH-ITEM
                                   TO CH-T-ITEM(COSTHIST-COUNT)
                               MOVE CH-EFFDATE
                                   TO CH-T-EFFDATE(COSTHIST-COUNT)
                               MOVE CH-AVGCOST
                                   TO CH-T-AVGCOST(COSTHIST-COUNT)
                           ELSE
                               ADD 1 TO COSTHIST-FULL-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COSTHIST-FILE.

       COST-ONE-ROW.
      *> === 任務：一列彙總 (某天某品項) 找那一天的平均成本，加進毛利表 ===
           PERFORM VARYING IT-IDX FROM 1 BY 1 UNTIL IT-IDX > ITEM-COUNT
               IF IT-NAME(IT-IDX) = SU-ITEM
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF IT-IDX > ITEM-COUNT
               IF ITEM-COUNT >= 50
                   ADD 1 TO ITEM-FULL-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ITEM-COUNT
               SET IT-IDX TO ITEM-COUNT
               MOVE SU-ITEM TO IT-NAME(IT-IDX)
               MOVE 0 TO IT-QTY(IT-IDX) IT-REV(IT-IDX) IT-COGS(IT-IDX)
                         IT-NOCOST(IT-IDX) IT-ESTCOST(IT-IDX)
           END-IF.

           PERFORM FIND-DAY-COST.
           ADD SU-QTY TO IT-QTY(IT-IDX).
           ADD SU-REV TO IT-REV(IT-IDX).
           COMPUTE IT-COGS(IT-IDX) = IT-COGS(IT-IDX) + SU-QTY * DAY-COST.
           EVALUATE COST-SOURCE
               WHEN "N"
                   ADD SU-QTY TO IT-NOCOST(IT-IDX)
               WHEN "L"
                   ADD SU-QTY TO IT-ESTCOST(IT-IDX)
               WHEN "C"
                   ADD SU-QTY TO IT-ESTCOST(IT-IDX)
           END-EVALUATE.

       FIND-DAY-COST.
      *> === 任務：找 SU-ITEM 在 SU-DATE 那一天生效的平均成本 ===
      *> [規則] 跟調價一樣看生效日：取「生效日不晚於賣出日」裡最新的
      *> 那一列；同一天有好幾列取檔案裡後面那一列 (當天最後一次到貨)。
      *> 賣的時候還沒進過貨，借用之後最早那一列；歷史檔完全沒有這個
      *> 品項，才用成本主檔目前的平均成本；都沒有就只好算 0。
           MOVE 0 TO DAY-COST DAY-COST-DATE LATER-COST LATER-COST-DATE.
           MOVE "N" TO COST-SOURCE.
           PERFORM VARYING H-IDX FROM 1 BY 1
                   UNTIL H-IDX > COSTHIST-COUNT
               IF CH-T-ITEM(H-IDX) = SU-ITEM
                   IF CH-T-EFFDATE(H-IDX) <= SU-DATE
                       IF CH-T-EFFDATE(H-IDX) >= DAY-COST-DATE
                           MOVE CH-T-EFFDATE(H-IDX) TO DAY-COST-DATE
                           MOVE CH-T-AVGCOST(H-IDX) TO DAY-COST
                           MOVE "H" TO COST-SOURCE
                       END-IF
                   ELSE
                       IF LATER-COST-DATE = 0
                           OR CH-T-EFFDATE(H-IDX) < LATER-COST-DATE
                           MOVE CH-T-EFFDATE(H-IDX) TO LATER-COST-DATE
                           MOVE CH-T-AVGCOST(H-IDX) TO LATER-COST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF COST-SOURCE = "H"
               EXIT PARAGRAPH
           END-IF.
           IF LATER-COST-DATE > 0
               MOVE LATER-COST TO DAY-COST
               MOVE "L" TO COST-SOURCE
               EXIT PARAGRAPH
           END-IF.
           IF COST-FILE-OPEN
               MOVE SU-ITEM TO IC-ITEM
               READ ITEMCOST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IC-AVGCOST TO DAY-COST
                       MOVE "C" TO COST-SOURCE
               END-READ
           END-IF.

       COMPUTE-MARGIN.
      *> === 任務：用 REV-WORK / COGS-WORK 算毛利跟毛利率 ===
      *> [注意] 欄位沒有正負號，先比大小再減；營收是 0 的毛利率印 0。
           IF REV-WORK >= COGS-WORK
               MOVE "+" TO MARGIN-SIGN
               COMPUTE MARGIN-AMT = REV-WORK - COGS-WORK
           ELSE
               MOVE "-" TO MARGIN-SIGN
               COMPUTE MARGIN-AMT = COGS-WORK - REV-WORK
           END-IF.
           MOVE 0 TO MARGIN-PCT.
           IF REV-WORK > 0
               COMPUTE MARGIN-PCT ROUNDED
                   = MARGIN-AMT * 100 / REV-WORK
                   ON SIZE ERROR
                       MOVE 99999.9 TO MARGIN-PCT
               END-COMPUTE
           END-IF.

       WRITE-ONE-ITEM.
      *> === 任務：印 IT-IDX 這個品項的一行毛利 ===
           MOVE IT-REV(IT-IDX)  TO REV-WORK.
           MOVE IT-COGS(IT-IDX) TO COGS-WORK.
           PERFORM COMPUTE-MARGIN.
           ADD IT-QTY(IT-IDX)  TO TOTAL-QTY.
           ADD IT-REV(IT-IDX)  TO TOTAL-REV.
           ADD IT-COGS(IT-IDX) TO TOTAL-COGS.
           MOVE IT-COGS(IT-IDX) TO ED-MONEY.
           MOVE MARGIN-AMT TO ED-MONEY2.
           MOVE MARGIN-PCT TO ED-PCT.
           MOVE SPACES TO MARGIN-LINE.
           STRING FUNCTION TRIM(IT-NAME(IT-IDX))
                  " CUPS=" IT-QTY(IT-IDX)
                  " REV=" IT-REV(IT-IDX)
                  " COGS=" FUNCTION TRIM(ED-MONEY)
                  " MARGIN=" MARGIN-SIGN FUNCTION TRIM(ED-MONEY2)
                  " MARGINPCT=" MARGIN-SIGN FUNCTION TRIM(ED-PCT)
                  INTO MARGIN-LINE.
           WRITE MARGIN-LINE.
           DISPLAY "☕ " FUNCTION TRIM(IT-NAME(IT-IDX))
                   " 杯數 " IT-QTY(IT-IDX)
                   " 營收 " IT-REV(IT-IDX)
                   " 成本 " FUNCTION TRIM(ED-MONEY)
                   " 毛利 " MARGIN-SIGN FUNCTION TRIM(ED-MONEY2)
                   " (" MARGIN-SIGN FUNCTION TRIM(ED-PCT) "%)".
      *> [注意] 成本是估的或根本沒有的杯數另外標出來，這一行的毛利
      *> 看的時候要打折扣。
           IF IT-ESTCOST(IT-IDX) > 0 OR IT-NOCOST(IT-IDX) > 0
               MOVE SPACES TO MARGIN-LINE
               STRING FUNCTION TRIM(IT-NAME(IT-IDX))
                      " ESTCOSTCUPS=" IT-ESTCOST(IT-IDX)
                      " NOCOSTCUPS=" IT-NOCOST(IT-IDX)
                      INTO MARGIN-LINE
               WRITE MARGIN-LINE
               DISPLAY "⚠️ " FUNCTION TRIM(IT-NAME(IT-IDX))
                       " 有 " IT-ESTCOST(IT-IDX) " 杯成本是估的，"
                       IT-NOCOST(IT-IDX) " 杯沒有成本 (算 0)"
           END-IF.

       WRITE-TOTALS.
      *> === 任務：全部品項合計一行，再補表格爆掉的警示 ===
           MOVE TOTAL-REV  TO REV-WORK.
           MOVE TOTAL-COGS TO COGS-WORK.
           PERFORM COMPUTE-MARGIN.
           MOVE TOTAL-COGS TO ED-MONEY.
           MOVE MARGIN-AMT TO ED-MONEY2.
           MOVE MARGIN-PCT TO ED-PCT.
           MOVE SPACES TO MARGIN-LINE.
           STRING "MONTH=" WS-MONTH-ARG
                  " CUPS=" TOTAL-QTY
                  " REV=" TOTAL-REV
                  " COGS=" FUNCTION TRIM(ED-MONEY)
                  " MARGIN=" MARGIN-SIGN FUNCTION TRIM(ED-MONEY2)
                  " MARGINPCT=" MARGIN-SIGN FUNCTION TRIM(ED-PCT)
                  INTO MARGIN-LINE.
           WRITE MARGIN-LINE.
           IF ITEM-FULL-COUNT > 0
               MOVE SPACES TO MARGIN-LINE
               STRING "ITEMFULL=" ITEM-FULL-COUNT INTO MARGIN-LINE
               WRITE MARGIN-LINE
               DISPLAY "⚠️ 品項超過 50 個，有 " ITEM-FULL-COUNT
                       " 列彙總沒算進來"
           END-IF.
           IF COSTHIST-FULL-COUNT > 0
               MOVE SPACES TO MARGIN-LINE
               STRING "COSTHISTFULL=" COSTHIST-FULL-COUNT
                   INTO MARGIN-LINE
               WRITE MARGIN-LINE
               DISPLAY "⚠️ 成本歷史超過 2000 列，有 " COSTHIST-FULL-COUNT
                       " 列沒讀進來，比較新的成本變動沒算到"
           END-IF.

       STOCK-VALUATION.
      *> === 任務：月底庫存值。只讀每晚批次寫的快照 ===
      *> [規則] 沒有快照 (批次還沒寫過這個月) 才用目前的庫存估，
      *> 報表標 SOURCE=LIVE，那個數字不能當月底庫存值用。
           OPEN INPUT STKVAL-FILE.
           IF WS-STKVAL-STATUS = "00"
               PERFORM UNTIL STKVAL-EOF = "Y"
                   READ STKVAL-FILE
                       AT END
                           MOVE "Y" TO STKVAL-EOF
                       NOT AT END
                           PERFORM WRITE-ONE-VALUATION
                   END-READ
               END-PERFORM
               CLOSE STKVAL-FILE
           ELSE
               DISPLAY "⚠️ 找不到 " FUNCTION TRIM(STKVAL-FILENAME)
                       " (每晚批次寫的月底庫存值)，先用目前的庫存估，"
                       "不能當月底數字"
               MOVE "LIVE" TO STKVAL-SOURCE
               MOVE WS-TODAY TO VALUE-ASOF
               PERFORM VALUE-LIVE-STOCK
           END-IF.
           MOVE STOCK-VALUE TO ED-MONEY.
           MOVE SPACES TO MARGIN-LINE.
           STRING "STOCKVALUE=" FUNCTION TRIM(ED-MONEY)
                  " ASOF=" STKVAL-ASOF
                  " ITEMS=" STKVAL-ITEMS
                  " NOCOSTITEMS=" STKVAL-NOCOST
                  " SOURCE=" FUNCTION TRIM(STKVAL-SOURCE)
                  INTO MARGIN-LINE.
           WRITE MARGIN-LINE.

       VALUE-LIVE-STOCK.
      *> === 任務：掃庫存主檔，每個品項用目前的平均成本估值 ===
      *> FREEZE 時寫進快照，報表時印進毛利報表。
           OPEN INPUT STOCK-FILE.
           IF WS-STOCK-STATUS NOT = "00"
               DISPLAY "⚠️ 找不到 stock.dat，沒有庫存可以估值"
               MOVE VALUE-ASOF TO STKVAL-ASOF
               EXIT PARAGRAPH
           END-IF.
      *> [注意] 庫存主檔打得開才寫快照，打不開不要留一支空快照。
           IF FREEZE-SNAPSHOT
               OPEN OUTPUT STKVAL-FILE
           END-IF.
           PERFORM UNTIL STOCK-EOF = "Y"
               READ STOCK-FILE
                   AT END
                       MOVE "Y" TO STOCK-EOF
                   NOT AT END
                       MOVE ST-ITEM   TO SV-ITEM
                       MOVE ST-ONHAND TO SV-ONHAND
                       MOVE 0         TO SV-AVGCOST
                       IF COST-FILE-OPEN
                           MOVE ST-ITEM TO IC-ITEM
                           READ ITEMCOST-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE IC-AVGCOST TO SV-AVGCOST
                           END-READ
                       END-IF
                       COMPUTE SV-VALUE = SV-ONHAND * SV-AVGCOST
                       MOVE VALUE-ASOF TO SV-ASOF
                       IF FREEZE-SNAPSHOT
                           WRITE STKVAL-RECORD
                           ADD 1 TO STKVAL-ITEMS
                           ADD SV-VALUE TO STOCK-VALUE
                       ELSE
                           PERFORM WRITE-ONE-VALUATION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STOCK-FILE.
           IF FREEZE-SNAPSHOT
               CLOSE STKVAL-FILE
           END-IF.
           MOVE VALUE-ASOF TO STKVAL-ASOF.

       WRITE-ONE-VALUATION.
      *> === 任務：印一個品項的庫存值，加進合計 ===
           ADD 1 TO STKVAL-ITEMS.
           ADD SV-VALUE TO STOCK-VALUE.
           MOVE SV-ASOF TO STKVAL-ASOF.
           IF SV-AVGCOST = 0 AND SV-ONHAND > 0
               ADD 1 TO STKVAL-NOCOST
           END-IF.
           MOVE SV-AVGCOST TO ED-COST.
           MOVE SV-VALUE TO ED-MONEY.
           MOVE SPACES TO MARGIN-LINE.
           STRING FUNCTION TRIM(SV-ITEM)
                  " ONHAND=" SV-ONHAND
                  " AVGCOST=" FUNCTION TRIM(ED-COST)
                  " VALUE=" FUNCTION TRIM(ED-MONEY)
                  INTO MARGIN-LINE.
           WRITE MARGIN-LINE.
