       FILE-CONTROL.
      *> --- 今天要處理的交易清單，一行一筆，格式跟 API-DRINK 的指令列參數一樣 ---
           SELECT TRANSACTION-FILE ASSIGN TO "transactions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXN-STATUS.

      *> --- 執行日誌：每一行交易的下場 (收了/拒了/失敗) 都白紙黑字記下來 ---
           SELECT RUNLOG-FILE ASSIGN TO "runlog.txt"
           SELECT RETRY-FILE ASSIGN TO "retry.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *> --- 步驟控制檔：哪一個營業日的哪一步做完/失敗了，重跑時照這份接著做 ---
           SELECT STEPCTL-FILE ASSIGN TO "stepctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STEPCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       01  RETRY-LINE         PIC X(100).
      *> [欄位] 被拒/失敗的交易行原封照抄，寬度跟 TRANSACTION-LINE 一樣。

       FD  STEPCTL-FILE.
       01  STEPCTL-RECORD.
           05  SC-DATE        PIC 9(8).
      *> [欄位] 營業日 (YYYYMMDD)。
           05  SC-STEP        PIC X(10).
      *> [欄位] 步驟名稱 (SALES/VIEW/REORDER/...)。
               88  SC-MONTHLY-STEP     VALUE "MEBACKUP" "MONTHEND" "MARGIN".
      *> [規則] 月步驟一個月只做一次，同月任何一天做完都算數。
               88  SC-WEEKLY-STEP      VALUE "LOSSPREV".
      *> [規則] 週步驟一週 (星期一到星期日) 只做一次，同週任何一天做完都算數。
           05  SC-STATUS      PIC X(1).
      *> [欄位] "D"=做完，"F"=失敗，"S"=前面的步驟沒成、跳過沒做，
      *> "P"=還在等 (GL 等關帳)，不算失敗，之後再做。
           05  SC-STAMP       PIC X(14).
      *> [欄位] 記錄時間 (YYYYMMDDHHMMSS)。
           05  SC-RC          PIC 9(4).
      *> [欄位] 外部程式的 RETURN-CODE (失敗時查原因用)。

       WORKING-STORAGE SECTION.
       01  WS-EOF              PIC X(1) VALUE "N".
      *> [開關] TRANSACTION-FILE 有沒有讀到底。
       01  WS-CMD              PIC X(140).
      *> [變數] 組給 CALL "SYSTEM" 執行的外部指令字串。
       01  WS-TODAY            PIC 9(8).
      *> [變數] 今天的日期 (YYYYMMDD)，沒有指定營業日時就拿它當營業日。
       01  WS-BUS-DATE         PIC 9(8).
      *> [變數] 這一輪批次的營業日 (YYYYMMDD)，交給 VIEW-ORDERS 結算「這一天」的帳，
      *> 不是把所有日子的 orders.txt 都混在一起加總；步驟控制也照這一天記。
       01  CMD-LINE            PIC X(20).
      *> [參數] 指令列："[營業日 YYYYMMDD]"。半夜掛掉、隔天早上重跑時要給
      *> 原來的營業日，不然會被當成新的一天從頭做；補送的交易/外送單
      *> 也照這一天入帳 (API-DRINK 的 "BD=" 參數)，結算/傳票才對得起來。
       01  NIGHTLY-KEEP        PIC 9(3) VALUE 7.
      *> [設定] 每晚跑批前的備份留幾代 (一個禮拜)。
       01  MONTHEND-KEEP       PIC 9(3) VALUE 12.
      *> [設定] 收月前的備份留幾代 (一年)。
       01  WS-PREV-MONTH       PIC 9(6).
      *> [變數] 營業日的上一個月 (YYYYMM)，月步驟收的是這個月。
       01  WS-WEEK-MONDAY      PIC 9(8).
       01  WS-WEEK-SUNDAY      PIC 9(8).
      *> [變數] 營業日那一週的星期一/星期日，週步驟照這一週記。
       01  WS-WEEK-END         PIC 9(8).
      *> [變數] 週報的最後一天 = 這週星期一的前一天 (看上週一到週日)。
       01  WS-LOG-STATUS       PIC X(2).
      *> [狀態碼] RUNLOG-FILE 開檔的結果，"35"=runlog.txt 還沒建立過。
       01  WS-TXN-STATUS       PIC X(2).
      *> [狀態碼] TRANSACTION-FILE 開檔的結果，"35"=今天沒有交易清單。
       01  WS-STEPCTL-STATUS   PIC X(2).
      *> [狀態碼] STEPCTL-FILE 開檔的結果，"35"=第一次跑，還沒有步驟記錄。
       01  WS-TIMESTAMP        PIC X(14).
      *> [變數] 這一行日誌的時間戳 (YYYYMMDDHHMMSS)。
       01  WS-OUTCOME          PIC X(8).
      *> [變數] 這一行交易的下場：ACCEPTED / REJECTED / FAILED / SKIPPED。
       01  WS-REASON           PIC X(12).
      *> [變數] 下場的原因：OK / BADCHAR / RC=nnnn / DONE。
       01  WS-RC-DISP          PIC 9(4).
      *> [變數] RETURN-CODE 是二進位暫存器，要印進日誌得先搬到這裡。
       01  TXN-ACCEPT-COUNT    PIC 9(4) VALUE 0.
      *> [計數器] 這一輪因危險字元被拒的交易筆數。
       01  TXN-FAIL-COUNT      PIC 9(4) VALUE 0.
      *> [計數器] 這一輪 api-drink 回報失敗的交易筆數。
       01  TXN-SKIP-COUNT      PIC 9(4) VALUE 0.
      *> [計數器] 這一輪因為同一營業日已經收過而跳過的交易筆數。
       01  WS-BAD-CHAR-COUNT   PIC 9(4).
      *> [變數] TRANSACTION-LINE 裡有幾個 shell 特殊字元。這行是要組進
      *> CALL "SYSTEM" 指令字串的未經信任文字 (客人填的姓名/電話)，
      *> 只要出現一個就代表有人想夾帶 shell 指令，整筆交易作廢、不執行。

      *> --- 步驟狀態表：從 stepctl.txt 讀回這個營業日每一步最後的下場 ---
       01  STEP-TABLE.
           05  SS-ENTRY OCCURS 20 TIMES INDEXED BY SS-IDX.
               10  SS-NAME         PIC X(10).
               10  SS-STATUS       PIC X(1).
      *> [欄位] "D"=做完，"F"=失敗，"S"=跳過，"P"=還在等。後面的記錄蓋掉前面的。
       01  SS-COUNT            PIC 9(2) VALUE 0.
      *> [變數] 表裡有幾個步驟。
       01  STEPCTL-EOF         PIC X(1) VALUE "N".
      *> [開關] STEPCTL-FILE 有沒有讀到底。

       01  STEP-NAME           PIC X(10).
      *> [變數] 現在要做的步驟。
       01  STEP-NEED           PIC X(10).
      *> [變數] 這一步要等哪一步做完才能做，空白表示不用等。
       01  STEP-SAVE-NAME      PIC X(10).
      *> [變數] 查 STEP-NEED 的狀態時，先把 STEP-NAME 存在這裡。
       01  STEP-FOUND-STATUS   PIC X(1).
      *> [變數] 查步驟狀態表的結果 (空白表示這個營業日還沒記錄過)。
       01  STEP-RESULT         PIC X(1).
      *> [變數] 這一步做完的下場 ("D"/"F"/"S")，要寫進 stepctl.txt 的。
       01  STEP-RC             PIC 9(4) VALUE 0.
      *> [變數] 外部程式的 RETURN-CODE，寫進步驟控制檔用。
       01  STEP-GO             PIC X(1) VALUE "N".
           88  STEP-SHOULD-RUN          VALUE "Y".
      *> [開關] 這一步這次要不要做 (做過了或前一步沒成就不做)。
       01  JOB-FAILED          PIC X(1) VALUE "N".
           88  JOB-HAS-FAILURE          VALUE "Y".
      *> [開關] 有任何一步失敗或被跳過，整支批次就要回傳非 0 讓值班的人看到。
       01  STEP-FAIL-COUNT     PIC 9(2) VALUE 0.
      *> [計數器] 這一輪失敗的步驟數。
       01  STEP-SKIP-COUNT     PIC 9(2) VALUE 0.
      *> [計數器] 這一輪因為前一步沒成而跳過的步驟數。
       01  STEP-PEND-OK        PIC X(1) VALUE "N".
           88  STEP-MAY-PEND            VALUE "Y".
      *> [開關] 這一步的程式回傳 2 表示「還在等」(GL 等關帳)，記 P 不算失敗。
       01  STEP-PEND-COUNT     PIC 9(2) VALUE 0.
      *> [計數器] 這一輪記成還在等 (P) 的步驟數。
       01  STEP-EXIT           PIC 9(4) VALUE 0.
      *> [變數] 外部程式自己的結束碼。CALL "SYSTEM" 回來的是 shell 的等待
      *> 狀態，結束碼在高位元組 (exit 2 回來是 512)，要除掉 256 才比得了。
       01  STEP-DATE           PIC 9(8).
      *> [變數] 寫進 stepctl.txt 的營業日 (補出前一天的傳票時不是 WS-BUS-DATE)。

      *> --- 前一天等關帳的傳票：stepctl.txt 裡營業日之前最近一次的 GL ---
       01  PEND-GL-DATE        PIC 9(8) VALUE 0.
       01  PEND-GL-STATUS      PIC X(1) VALUE SPACES.
      *> [變數] 那一天、那一天 GL 最後的下場。

      *> --- 上個月最後一個營業日：收月前那一天的每一步都要做完 ---
       01  PREV-LAST-DATE      PIC 9(8) VALUE 0.
      *> [變數] stepctl.txt 裡上個月最後有記錄的營業日，0 表示上個月沒跑過批次。
       01  PREV-TABLE.
           05  PV-ENTRY OCCURS 20 TIMES INDEXED BY PV-IDX.
               10  PV-NAME         PIC X(10).
               10  PV-STATUS       PIC X(1).
      *> [欄位] 那一天每一步最後的下場，後面的記錄蓋掉前面的。
       01  PV-COUNT            PIC 9(2) VALUE 0.
      *> [變數] 表裡有幾個步驟。
       01  PV-WANT             PIC X(10).
      *> [變數] 要查的那一步。
       01  PV-FOUND-STATUS     PIC X(1).
      *> [變數] 查到的下場 (空白表示那天沒跑到這一步)。
       01  PREV-READY-SW       PIC X(1) VALUE "Y".
           88  PREV-MONTH-READY         VALUE "Y".
      *> [開關] 上個月最後營業日的每一步都做完了，可以收上個月。

      *> --- 已收交易表：同一營業日 runlog.txt 裡已經 ACCEPTED 的交易，重跑時不再送 ---
       01  DONE-TABLE.
           05  DN-ENTRY OCCURS 1000 TIMES INDEXED BY DN-IDX.
               10  DN-TXN          PIC X(100).
               10  DN-LEFT         PIC 9(4).
      *> [欄位] 還可以抵掉幾次 (同一行交易一天可能真的下了兩次)。
       01  DN-COUNT            PIC 9(4) VALUE 0.
      *> [變數] 表裡有幾種交易。
       01  DN-FULL-COUNT       PIC 9(4) VALUE 0.
      *> [變數] 表滿了塞不進去的次數，>0 表示重跑時可能會重送。
       01  DN-HIT              PIC X(1) VALUE "N".
      *> [開關] 這一行交易是不是已經收過了。
       01  LOG-EOF             PIC X(1) VALUE "N".
      *> [開關] 讀 runlog.txt 有沒有讀到底。
       01  LOG-IN-DATE         PIC X(1) VALUE "N".
      *> [開關] 讀 runlog.txt 時，目前是不是在這個營業日的批次段落裡。
       01  TXN-TEXT            PIC X(100).
      *> [變數] 去掉前後空白的交易內容，比對已收交易用。

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *> === 主流程指揮官：一步一步照順序做，做過的跳過、前一步沒成的不做 ===
      *> [規則] 步驟順序跟依賴：
      *>   BACKUP    跑批前把主檔跟交易檔備份一代
      *>   SALES     把交易餵給 API-DRINK (要等 BACKUP，沒備份不動主檔)
      *>   PLATFORM  匯外送平台當天的訂單 (要等 SALES)
      *>   VIEW      結算營業日 (要等 PLATFORM，外送單也要算進去)
      *>   STKSNAP   入帳做完的庫存值寫成這個月的月底快照 (要等 PLATFORM)
      *>   GL        出會計傳票 (要等 VIEW；還沒關帳記 P 不算失敗，
      *>             下一晚跑批在結帳蓋掉 report.txt 之前補出)
      *>   LOSSPREV  每週第一次跑批出上週的退款防弊週報 (要等 SALES)
      *>   REORDER   補貨清單 (要等 SALES，庫存扣完才準)
      *>   PURCHASE  開採購單 (要等 REORDER)
      *>   EXCIMPORT 稽核異常開工單 (要等 VIEW，不然匯進半份 exceptions.txt)
      *>   EXCLIST   列未結工單 (要等 EXCIMPORT)
      *>   MEBACKUP  每月第一個營業日收月前再備份一代 (要等 VIEW，
      *>             而且上個月最後營業日的每一步都做完了)
      *>   MONTHEND  收上個月 (要等 MEBACKUP)
      *>   MARGIN    上個月毛利報表 (要等 MONTHEND)
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           ACCEPT CMD-LINE FROM COMMAND-LINE.
           IF CMD-LINE = SPACES
               MOVE WS-TODAY TO WS-BUS-DATE
           ELSE
               IF CMD-LINE(1:8) IS NUMERIC AND CMD-LINE(9:) = SPACES
                   MOVE CMD-LINE(1:8) TO WS-BUS-DATE
               ELSE
                   DISPLAY "用法: daily-batch [營業日 YYYYMMDD]"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *> [防呆] 要是真的日期 (20261399 這種不行)，也不能是還沒到的日子
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-BUS-DATE) NOT = 0
               OR WS-BUS-DATE > WS-TODAY
               DISPLAY "用法: daily-batch [營業日 YYYYMMDD]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-BUS-DATE(5:2) = "01"
               COMPUTE WS-PREV-MONTH =
                       FUNCTION NUMVAL(WS-BUS-DATE(1:4)) * 100 - 100 + 12
           ELSE
               COMPUTE WS-PREV-MONTH =
                       FUNCTION NUMVAL(WS-BUS-DATE(1:6)) - 1
           END-IF.
      *> [規則] INTEGER-OF-DATE 的第 1 天 (1601/01/01) 是星期一，
      *> 減 1 再除以 7 的餘數就是離星期一幾天。
           COMPUTE WS-WEEK-MONDAY = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
                   - FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-BUS-DATE) - 1, 7)).
           COMPUTE WS-WEEK-SUNDAY = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-WEEK-MONDAY) + 6).
           DISPLAY "📅 營業日 " WS-BUS-DATE.

           PERFORM LOAD-STEP-CONTROL.

      *> [備份] 交易還沒送之前先備份一代，今晚出事可以整套放回跑批前的樣子
           MOVE "BACKUP" TO STEP-NAME.
           MOVE SPACES   TO STEP-NEED.
           PERFORM BEGIN-STEP.
           IF STEP-SHOULD-RUN
               MOVE SPACES TO WS-CMD
               STRING "./master-backup NIGHTLY " NIGHTLY-KEEP INTO WS-CMD
               PERFORM RUN-STEP-COMMAND
           END-IF.

           PERFORM STEP-SALES.

      *> [外送] 店裡的交易送完，接著把外送平台當天的訂單照一般銷售入帳
      *> [注意] 個別平台單被拒/失敗不算這一步失敗 (跟 SALES 一樣)，
      *> 明細在 platlog.txt，修好再跑 platform-import 補匯就好。
           MOVE "PLATFORM" TO STEP-NAME.
           MOVE "SALES"    TO STEP-NEED.
           PERFORM BEGIN-STEP.
           IF STEP-SHOULD-RUN
               MOVE SPACES TO WS-CMD
               STRING "./platform-import IMPORT ALL " WS-BUS-DATE
                      INTO WS-CMD
               PERFORM RUN-STEP-COMMAND
           END-IF.

      *> [收尾] 結帳會把 report.txt 換成今天的，前一天等關帳的傳票要先補出
           PERFORM RETRY-PENDING-GL.

      *> [收尾] 今天的交易都跑完了 (orders.txt 也都補好了)，叫 VIEW-ORDERS 結算
           PERFORM RUN-END-OF-DAY.

           PERFORM RUN-WEEKLY.

           PERFORM RUN-MONTH-END.

           DISPLAY "==============================".
           IF JOB-HAS-FAILURE
               DISPLAY " ⚠️ 批次沒有全部完成: 失敗 " STEP-FAIL-COUNT
                       " 步，跳過 " STEP-SKIP-COUNT " 步"
               DISPLAY " 修好後用 daily-batch " WS-BUS-DATE
                       " 重跑，做完的步驟會自動跳過"
               DISPLAY "=============================="
               MOVE 1 TO RETURN-CODE
           ELSE
               IF STEP-PEND-COUNT > 0
                   DISPLAY " 批次完成: 營業日 " WS-BUS-DATE
                           " 傳票等關帳 (GL 記 P)"
                   DISPLAY " 關完帳用 daily-batch " WS-BUS-DATE
                           " 補出，或下一晚跑批時自動補出"
               ELSE
                   DISPLAY " 批次完成: 營業日 " WS-BUS-DATE " 每一步都做完了"
               END-IF
               DISPLAY "=============================="
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-STEP-CONTROL.
      *> === 任務：讀 stepctl.txt，把這個營業日每一步最後的下場記進步驟狀態表 ===
      *> [規則] 月步驟 (收月/毛利) 比對的是月份：同月哪一天做完都算這個月做過了；
      *> 週步驟 (防弊週報) 比對的是營業日那一週。
           OPEN INPUT STEPCTL-FILE.
           IF WS-STEPCTL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL STEPCTL-EOF = "Y"
               READ STEPCTL-FILE
                   AT END
                       MOVE "Y" TO STEPCTL-EOF
                   NOT AT END
                       IF SC-DATE = WS-BUS-DATE
                           OR (SC-MONTHLY-STEP
                               AND SC-DATE(1:6) = WS-BUS-DATE(1:6))
                           OR (SC-WEEKLY-STEP
                               AND SC-DATE >= WS-WEEK-MONDAY
                               AND SC-DATE <= WS-WEEK-SUNDAY)
                           PERFORM REMEMBER-STEP-STATUS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STEPCTL-FILE.

       REMEMBER-STEP-STATUS.
      *> === 任務：stepctl.txt 讀到的這一行記進步驟狀態表 (後面的蓋前面的) ===
      *> [規則] 月/週步驟做完過一次就算數，之後同月/同週別天的失敗記錄
      *> 不能把它蓋回去。
           PERFORM VARYING SS-IDX FROM 1 BY 1 UNTIL SS-IDX > SS-COUNT
               IF SS-NAME(SS-IDX) = SC-STEP
                   IF NOT ((SC-MONTHLY-STEP OR SC-WEEKLY-STEP)
                           AND SS-STATUS(SS-IDX) = "D")
                       MOVE SC-STATUS TO SS-STATUS(SS-IDX)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF SS-COUNT < 20
               ADD 1 TO SS-COUNT
               MOVE SC-STEP   TO SS-NAME(SS-COUNT)
               MOVE SC-STATUS TO SS-STATUS(SS-COUNT)
           END-IF.

       FIND-STEP-STATUS.
      *> === 任務：查 STEP-NAME 在步驟狀態表裡的下場，結果放 STEP-FOUND-STATUS ===
           MOVE SPACES TO STEP-FOUND-STATUS.
           PERFORM VARYING SS-IDX FROM 1 BY 1 UNTIL SS-IDX > SS-COUNT
               IF SS-NAME(SS-IDX) = STEP-NAME
                   MOVE SS-STATUS(SS-IDX) TO STEP-FOUND-STATUS
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       BEGIN-STEP.
      *> === 任務：決定 STEP-NAME 這一步這次要不要做 ===
      *> 做過了 (D) 就跳過；要等的 STEP-NEED 這個營業日還沒做完，就記 S 不做。
           MOVE "N" TO STEP-GO.
           PERFORM FIND-STEP-STATUS.
           IF STEP-FOUND-STATUS = "D"
               DISPLAY "⏭️ " FUNCTION TRIM(STEP-NAME)
                       " 已經做完，跳過"
               EXIT PARAGRAPH
           END-IF.
           IF STEP-NEED NOT = SPACES
               MOVE STEP-NAME TO STEP-SAVE-NAME
               MOVE STEP-NEED TO STEP-NAME
               PERFORM FIND-STEP-STATUS
               MOVE STEP-SAVE-NAME TO STEP-NAME
               IF STEP-FOUND-STATUS NOT = "D"
                   DISPLAY "⛔ " FUNCTION TRIM(STEP-NAME) " 不做: "
                           FUNCTION TRIM(STEP-NEED) " 沒有做完"
                   PERFORM SKIP-STEP
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE "Y" TO STEP-GO.
           DISPLAY "▶️ " FUNCTION TRIM(STEP-NAME) " 開始".

       SKIP-STEP.
      *> === 任務：STEP-NAME 這一步這次不做，記 S，整支批次算沒完成 ===
           ADD 1 TO STEP-SKIP-COUNT.
           MOVE "Y" TO JOB-FAILED.
           MOVE "S" TO STEP-RESULT.
           MOVE 0   TO STEP-RC.
           PERFORM END-STEP.

       END-STEP.
      *> === 任務：STEP-NAME 的下場記進步驟狀態表，也接著寫進 stepctl.txt ===
      *> [注意] 每一步做完就寫檔關檔，批次中途被砍掉也留得住做到哪裡。
           PERFORM VARYING SS-IDX FROM 1 BY 1 UNTIL SS-IDX > SS-COUNT
               IF SS-NAME(SS-IDX) = STEP-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF SS-IDX > SS-COUNT AND SS-COUNT < 20
               ADD 1 TO SS-COUNT
               SET SS-IDX TO SS-COUNT
               MOVE STEP-NAME TO SS-NAME(SS-IDX)
           END-IF.
           IF SS-IDX <= SS-COUNT
               MOVE STEP-RESULT TO SS-STATUS(SS-IDX)
           END-IF.
           MOVE WS-BUS-DATE TO STEP-DATE.
           PERFORM WRITE-STEP-RECORD.

       WRITE-STEP-RECORD.
      *> === 任務：STEP-DATE 這一天 STEP-NAME 的下場寫一行進 stepctl.txt ===
           OPEN EXTEND STEPCTL-FILE.
           IF WS-STEPCTL-STATUS = "35"
               OPEN OUTPUT STEPCTL-FILE
           END-IF.
           MOVE STEP-DATE   TO SC-DATE.
           MOVE STEP-NAME   TO SC-STEP.
           MOVE STEP-RESULT TO SC-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO SC-STAMP.
           MOVE STEP-RC     TO SC-RC.
           WRITE STEPCTL-RECORD.
           CLOSE STEPCTL-FILE.

       RUN-STEP-COMMAND.
      *> === 任務：執行 WS-CMD 這支外部程式當作 STEP-NAME 這一步，依回傳碼記 D 或 F ===
      *> [規則] 有設 STEP-PEND-OK 的步驟回傳 2 是「還在等」，記 P，不算失敗。
           CALL "SYSTEM" USING WS-CMD.
           MOVE RETURN-CODE TO STEP-RC.
           PERFORM GET-STEP-EXIT.
           IF STEP-EXIT = 2 AND STEP-MAY-PEND
               DISPLAY "⏸️ " FUNCTION TRIM(STEP-NAME)
                       " 還在等 (結束碼 " STEP-EXIT ")，先記 P"
               ADD 1 TO STEP-PEND-COUNT
               MOVE "P" TO STEP-RESULT
           ELSE
               IF STEP-RC NOT = 0
                   DISPLAY "⚠️ " FUNCTION TRIM(WS-CMD)
                           " 執行失敗 (RETURN-CODE=" STEP-RC ")"
                   ADD 1 TO STEP-FAIL-COUNT
                   MOVE "Y" TO JOB-FAILED
                   MOVE "F" TO STEP-RESULT
               ELSE
                   MOVE "D" TO STEP-RESULT
               END-IF
           END-IF.
           MOVE "N" TO STEP-PEND-OK.
           PERFORM END-STEP.

       GET-STEP-EXIT.
      *> === 任務：從 STEP-RC (shell 的等待狀態) 取出外部程式的結束碼 ===
           IF STEP-RC >= 256
               COMPUTE STEP-EXIT = STEP-RC / 256
           ELSE
               MOVE STEP-RC TO STEP-EXIT
           END-IF.

       STEP-SALES.
      *> === 任務：把營業日的交易清單一行一行餵給 API-DRINK ===
      *> [續跑] 這一步中途被砍掉的話，重跑時同一營業日已經 ACCEPTED 的交易
      *> 不再送一次 (不然客人會被扣兩次錢、庫存扣兩次)。
           MOVE "SALES"  TO STEP-NAME.
           MOVE "BACKUP" TO STEP-NEED.
           PERFORM BEGIN-STEP.
           IF NOT STEP-SHOULD-RUN
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOAD-ACCEPTED-TXNS.
           PERFORM OPEN-RUN-LOG.
           PERFORM LOG-BATCH-MARKER.
           OPEN OUTPUT RETRY-FILE.
           OPEN INPUT TRANSACTION-FILE.
           IF WS-TXN-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ TRANSACTION-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM RUN-ONE-SALE
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
           ELSE
               DISPLAY "ℹ️ 沒有 transactions.txt，這個營業日沒有交易要送"
           END-IF.
           PERFORM WRITE-RUN-TOTALS.
           CLOSE RUNLOG-FILE.
           CLOSE RETRY-FILE.

      *> [注意] 個別交易被拒/失敗不算這一步失敗，那些在 retry.txt 等人修。
           MOVE "D" TO STEP-RESULT.
           MOVE 0   TO STEP-RC.
           PERFORM END-STEP.

       LOAD-ACCEPTED-TXNS.
      *> === 任務：從 runlog.txt 找出這個營業日已經 ACCEPTED 的交易，登記進已收交易表 ===
      *> [規則] 每輪批次開頭都有一行 "時間戳 BATCH DATE=YYYYMMDD"，
      *> 它底下到下一個 BATCH 行之前的日誌，都屬於那個營業日。
      *> 日誌格式 (LOG-OUTCOME)：第 1-14 碼時間戳、16-23 碼下場、
      *> ACCEPTED 的原因固定是 "OK"，交易內容從第 28 碼開始。
           OPEN INPUT RUNLOG-FILE.
           IF WS-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL LOG-EOF = "Y"
               READ RUNLOG-FILE
                   AT END
                       MOVE "Y" TO LOG-EOF
                   NOT AT END
                       IF RUNLOG-LINE(16:11) = "BATCH DATE="
                           IF RUNLOG-LINE(27:8) = WS-BUS-DATE
                               MOVE "Y" TO LOG-IN-DATE
                           ELSE
                               MOVE "N" TO LOG-IN-DATE
                           END-IF
                       ELSE
                           IF LOG-IN-DATE = "Y"
                               AND RUNLOG-LINE(16:8) = "ACCEPTED"
                               PERFORM REMEMBER-ACCEPTED-TXN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUNLOG-FILE.
           IF DN-COUNT > 0
               DISPLAY "🔁 營業日 " WS-BUS-DATE " 已經收過 " DN-COUNT
                       " 種交易，重送時會跳過"
           END-IF.

       REMEMBER-ACCEPTED-TXN.
      *> === 任務：日誌裡這一行已收的交易記進已收交易表 (同一行再出現就加次數) ===
           MOVE RUNLOG-LINE(28:100) TO TXN-TEXT.
           PERFORM VARYING DN-IDX FROM 1 BY 1 UNTIL DN-IDX > DN-COUNT
               IF DN-TXN(DN-IDX) = TXN-TEXT
                   ADD 1 TO DN-LEFT(DN-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF DN-COUNT < 1000
               ADD 1 TO DN-COUNT
               MOVE TXN-TEXT TO DN-TXN(DN-COUNT)
               MOVE 1        TO DN-LEFT(DN-COUNT)
           ELSE
               ADD 1 TO DN-FULL-COUNT
               DISPLAY "⚠️ 已收交易表已滿，重跑可能會重送: "
                       FUNCTION TRIM(TXN-TEXT)
           END-IF.

       CHECK-ALREADY-ACCEPTED.
      *> === 任務：這一行交易在同一營業日是不是已經收過，收過就抵掉一次 ===
           MOVE "N" TO DN-HIT.
           MOVE FUNCTION TRIM(TRANSACTION-LINE) TO TXN-TEXT.
           PERFORM VARYING DN-IDX FROM 1 BY 1 UNTIL DN-IDX > DN-COUNT
               IF DN-TXN(DN-IDX) = TXN-TEXT AND DN-LEFT(DN-IDX) > 0
                   SUBTRACT 1 FROM DN-LEFT(DN-IDX)
                   MOVE "Y" TO DN-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOG-BATCH-MARKER.
      *> === 任務：日誌記一行這一輪的營業日，重跑時靠它認出哪些交易是這一天收的 ===
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP.
           MOVE SPACES TO RUNLOG-LINE.
           STRING WS-TIMESTAMP " BATCH DATE=" WS-BUS-DATE
                  INTO RUNLOG-LINE.
           WRITE RUNLOG-LINE.

       RUN-ONE-SALE.
      *> === 任務：把這一行交易丟給 API-DRINK 處理 (印收據、查/存會員、補 orders.txt) ===
      *> [續跑] 同一營業日已經收過的交易不再送，日誌記 SKIPPED 就好。
           PERFORM CHECK-ALREADY-ACCEPTED.
           IF DN-HIT = "Y"
               ADD 1 TO TXN-SKIP-COUNT
               MOVE "SKIPPED" TO WS-OUTCOME
               MOVE "DONE"    TO WS-REASON
               PERFORM LOG-OUTCOME
               EXIT PARAGRAPH
           END-IF.

      *> [防護] TRANSACTION-LINE 裡的姓名/電話是客人填的，還沒驗證過，
      *> 直接串進 shell 指令字串會有指令注入風險，先擋掉危險字元再往下做。
           MOVE 0 TO WS-BAD-CHAR-COUNT.
               PERFORM WRITE-RETRY-LINE
           ELSE
               MOVE SPACES TO WS-CMD
      *> [營業日] 後面補 "BD=營業日"，隔天重跑補送的交易也記在原來那一天
               STRING "./api-drink " FUNCTION TRIM(TRANSACTION-LINE)
                      " BD=" WS-BUS-DATE
                   INTO WS-CMD
               CALL "SYSTEM" USING WS-CMD
               IF RETURN-CODE NOT = 0
           WRITE RETRY-LINE.

       WRITE-RUN-TOTALS.
      *> === 任務：跑完一輪，把四種下場的筆數記進日誌收尾 ===
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP.
           MOVE SPACES TO RUNLOG-LINE.
           STRING WS-TIMESTAMP " TOTALS"
                  " ACCEPTED=" TXN-ACCEPT-COUNT
                  " REJECTED=" TXN-REJECT-COUNT
                  " FAILED=" TXN-FAIL-COUNT
                  " SKIPPED=" TXN-SKIP-COUNT
                  INTO RUNLOG-LINE.
           WRITE RUNLOG-LINE.
           DISPLAY "📒 批次結果: 收下 " TXN-ACCEPT-COUNT
                   " 筆，拒收 " TXN-REJECT-COUNT
                   " 筆，失敗 " TXN-FAIL-COUNT
                   " 筆，已收過跳過 " TXN-SKIP-COUNT " 筆".

       RETRY-PENDING-GL.
      *> === 任務：前一個營業日的傳票在等關帳 (GL 記 P)，趁今晚結帳前補出 ===
      *> [規則] gl-export 要對 report.txt，report.txt 只留最後結帳的那一天，
      *> 所以只補營業日之前最近的那一天，也只有今晚結帳前這一次機會；
      *> 還是出不來就記 F，要人工先 view-orders 那天重出報表、關帳，
      *> 再用 daily-batch 那天 補做 GL (上個月的最後一天沒補好不能收月)。
           MOVE 0      TO PEND-GL-DATE.
           MOVE SPACES TO PEND-GL-STATUS.
           OPEN INPUT STEPCTL-FILE.
           IF WS-STEPCTL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO STEPCTL-EOF.
           PERFORM UNTIL STEPCTL-EOF = "Y"
               READ STEPCTL-FILE
                   AT END
                       MOVE "Y" TO STEPCTL-EOF
                   NOT AT END
                       IF SC-STEP = "GL" AND SC-DATE < WS-BUS-DATE
                           AND SC-DATE >= PEND-GL-DATE
                           MOVE SC-DATE   TO PEND-GL-DATE
                           MOVE SC-STATUS TO PEND-GL-STATUS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STEPCTL-FILE.
           IF PEND-GL-STATUS NOT = "P"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "▶️ GL 補出 " PEND-GL-DATE " 的會計傳票 (那天跑批時還沒關帳)".
           MOVE "GL" TO STEP-NAME.
           MOVE SPACES TO WS-CMD.
           STRING "./gl-export " PEND-GL-DATE INTO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           MOVE RETURN-CODE TO STEP-RC.
           PERFORM GET-STEP-EXIT.
           IF STEP-RC = 0
               MOVE "D" TO STEP-RESULT
           ELSE
               DISPLAY "⚠️ " PEND-GL-DATE " 的會計傳票還是出不來 (結束碼 "
                       STEP-EXIT ")"
               DISPLAY "   今晚結帳後 report.txt 就換成 " WS-BUS-DATE
                       " 的了：先 view-orders " PEND-GL-DATE
                       " 重出報表、關帳，再用 daily-batch " PEND-GL-DATE
                       " 補做 GL"
               ADD 1 TO STEP-FAIL-COUNT
               MOVE "Y" TO JOB-FAILED
               MOVE "F" TO STEP-RESULT
           END-IF.
           MOVE PEND-GL-DATE TO STEP-DATE.
           PERFORM WRITE-STEP-RECORD.

       RUN-END-OF-DAY.
      *> === 任務：交易都處理完了，依序做結帳、補貨、採購、稽核工單這幾步 ===
      *> WS-BUS-DATE 是程式自己算的或驗過是 8 位數字的日期，串進指令字串是安全的。
           MOVE "VIEW"     TO STEP-NAME.
           MOVE "PLATFORM" TO STEP-NEED.
           PERFORM BEGIN-STEP.
           IF STEP-SHOULD-RUN
               MOVE SPACES TO WS-CMD
               STRING "./view-orders " WS-BUS-DATE INTO WS-CMD
               PERFORM RUN-STEP-COMMAND
           END-IF.

      *> [收尾] 當天的交易跟外送單都扣完庫存了，把庫存值寫成這個月的
      *> 月底快照；月份最後一晚寫的那一份就是收月用的月底庫存值，
      *> 新月份第一天的銷售不會混進上個月。
           MOVE "STKSNAP"  TO STEP-NAME.
           MOVE "PLATFORM" TO STEP-NEED.
           PERFORM BEGIN-STEP.
           IF STEP-SHOULD-RUN
               MOVE SPACES TO WS-CMD
               STRING "./margin-report FREEZE " WS-BUS-DATE INTO WS-CMD
               PERFORM RUN-STEP-COMMAND
           END-IF.

      *> [收尾] 結完帳出當天的會計傳票，給會計直接匯進帳務軟體
      *> [注意] shift-close 要用這一步前面 VIEW 剛出的 report.txt，所以
      *> 第一次跑一定還沒關帳：gl-export 回傳 2，這一步記 P 不算失敗。
      *> 關完帳用 daily-batch 營業日 重跑就只補做這一步；沒重跑的話，
      *> 下一晚的批次結帳前會自動補出 (RETRY-PENDING-GL)。
      *> 借貸不平、報表不對這些真的退件還是記 F。
           MOVE "GL"    TO STEP-NAME.
           MOVE "VIEW"  TO STEP-NEED.
           PERFORM BEGIN-STEP.
           IF STEP-SHOULD-RUN
               MOVE SPACES TO WS-CMD
               STRING "./gl-export " WS-BUS-DATE INTO WS-CMD
               MOVE "Y" TO STEP-PEND-OK
               PERFORM RUN-STEP-COMMAND
           END-IF.

      *> [收尾] 結完帳再掃一次庫存，把該補貨的品項列成清單給早班
           MOVE "REORDER" TO STEP-NAME.
           MOVE "SALES"   TO STEP-NEED.
           PERFORM BEGIN-STEP.
           IF STEP-SHOULD-RUN
               MOVE "./reorder-report" TO WS-CMD
               PERFORM RUN-STEP-COMMAND
           END-IF.

      *> [收尾] 補貨清單照廠商開成採購單，在途的量會扣掉不重複叫
           MOVE "PURCHASE" TO STEP-NAME.
           MOVE "REORDER"  TO STEP-NEED.
           PERFORM BEGIN-STEP.
           IF STEP-SHOULD-RUN
               MOVE "./purchase-order NEW" TO WS-CMD
               PERFORM RUN-STEP-COMMAND
           END-IF.

      *> [收尾] 今晚的稽核異常開成工單，再把未結的工單列出來盯進度
      *> [注意] VIEW 沒成的話 exceptions.txt 只寫了一半，不能匯。
           MOVE "EXCIMPORT" TO STEP-NAME.
           MOVE "VIEW"      TO STEP-NEED.
           PERFORM BEGIN-STEP.
           IF STEP-SHOULD-RUN
               MOVE "./exc-workoff IMPORT" TO WS-CMD
               PERFORM RUN-STEP-COMMAND
           END-IF.
           MOVE "EXCLIST"   TO STEP-NAME.
           MOVE "EXCIMPORT" TO STEP-NEED.
           PERFORM BEGIN-STEP.
           IF STEP-SHOULD-RUN
               MOVE "./exc-workoff LIST" TO WS-CMD
               PERFORM RUN-STEP-COMMAND
           END-IF.

       RUN-WEEKLY.
      *> === 任務：每週第一次跑批，出上週一到週日的退款防弊週報給店長 ===
      *> [規則] 這一週還沒有 LOSSPREV 做完的記錄就做；星期一公休或
      *> 那天失敗的話，同一週隔天的批次會再試一次，直到做完為止。
      *> 做完了就安靜地不用再提。
           MOVE "LOSSPREV" TO STEP-NAME.
           PERFORM FIND-STEP-STATUS.
           IF STEP-FOUND-STATUS = "D"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-WEEK-END = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-WEEK-MONDAY) - 1).
           DISPLAY "🗓️ 本週第一次跑批，出上週的退款防弊週報 (到 "
                   WS-WEEK-END ")".
           MOVE "LOSSPREV" TO STEP-NAME.
           MOVE "SALES"    TO STEP-NEED.
           PERFORM BEGIN-STEP.
           IF STEP-SHOULD-RUN
               MOVE SPACES TO WS-CMD
               STRING "./loss-prevent " WS-WEEK-END INTO WS-CMD
               PERFORM RUN-STEP-COMMAND
           END-IF.

       RUN-MONTH-END.
      *> === 任務：每個月第一個營業日，先備份，把上個月收掉，再出上個月的毛利報表 ===
      *> [規則] 這個月還沒有 MONTHEND 做完的記錄，就是這個月第一次跑批；
      *> 那天失敗的話，隔天的批次會再試一次，直到做完為止。
      *> 兩步這個月都做完了，就安靜地不用再提。
           MOVE "MARGIN" TO STEP-NAME.
           PERFORM FIND-STEP-STATUS.
           IF STEP-FOUND-STATUS = "D"
               EXIT PARAGRAPH
           END-IF.
           MOVE "MONTHEND" TO STEP-NAME.
           PERFORM FIND-STEP-STATUS.
           IF STEP-FOUND-STATUS NOT = "D"
               DISPLAY "🗓️ 本月第一次跑批，收上個月 " WS-PREV-MONTH
           END-IF.
      *> [規則] 上個月最後一個營業日還有步驟沒做完 (交易沒送完、沒結帳、
      *> 傳票沒出...)，收下去那天的帳就永遠缺一塊；三步都記 S 先不做，
      *> 那天補完後下一次跑批再收。
           PERFORM CHECK-PREV-MONTH-DONE.
           IF NOT PREV-MONTH-READY
               DISPLAY "⛔ 先用 daily-batch " PREV-LAST-DATE
                       " 把那天補完，下次跑批再收月"
               MOVE "MEBACKUP" TO STEP-NAME
               PERFORM HOLD-MONTH-STEP
               MOVE "MONTHEND" TO STEP-NAME
               PERFORM HOLD-MONTH-STEP
               MOVE "MARGIN"   TO STEP-NAME
               PERFORM HOLD-MONTH-STEP
               EXIT PARAGRAPH
           END-IF.
      *> [備份] 收月會重寫 orders.txt，收之前再備份一代，留得比每晚的久
           MOVE "MEBACKUP" TO STEP-NAME.
           MOVE "VIEW"     TO STEP-NEED.
           PERFORM BEGIN-STEP.
           IF STEP-SHOULD-RUN
               MOVE SPACES TO WS-CMD
               STRING "./master-backup MONTHEND " MONTHEND-KEEP INTO WS-CMD
               PERFORM RUN-STEP-COMMAND
           END-IF.

           MOVE "MONTHEND" TO STEP-NAME.
           MOVE "MEBACKUP" TO STEP-NEED.
           PERFORM BEGIN-STEP.
           IF STEP-SHOULD-RUN
               MOVE SPACES TO WS-CMD
               STRING "./month-end C " WS-PREV-MONTH INTO WS-CMD
               PERFORM RUN-STEP-COMMAND
           END-IF.

           MOVE "MARGIN"   TO STEP-NAME.
           MOVE "MONTHEND" TO STEP-NEED.
           PERFORM BEGIN-STEP.
           IF STEP-SHOULD-RUN
               MOVE SPACES TO WS-CMD
               STRING "./margin-report " WS-PREV-MONTH INTO WS-CMD
               PERFORM RUN-STEP-COMMAND
           END-IF.

       HOLD-MONTH-STEP.
      *> === 任務：上個月還沒補完，STEP-NAME 這個月步驟這次先不做 (做過的不動) ===
           PERFORM FIND-STEP-STATUS.
           IF STEP-FOUND-STATUS = "D"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "⛔ " FUNCTION TRIM(STEP-NAME) " 不做: 上個月還沒補完".
           PERFORM SKIP-STEP.

       CHECK-PREV-MONTH-DONE.
      *> === 任務：找上個月最後一個營業日，查那一天每一天都要做的步驟是不是都做完了 ===
      *> [規則] 最後營業日 = stepctl.txt 裡上個月有記錄的最後一天 (月/週步驟
      *> 不算)；上個月一筆記錄都沒有 (這個月才開始跑批) 就不擋。
      *> GL 記 P (還在等關帳) 也算沒做完。
           MOVE "Y" TO PREV-READY-SW.
           MOVE 0   TO PREV-LAST-DATE.
           MOVE 0   TO PV-COUNT.
           OPEN INPUT STEPCTL-FILE.
           IF WS-STEPCTL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO STEPCTL-EOF.
           PERFORM UNTIL STEPCTL-EOF = "Y"
               READ STEPCTL-FILE
                   AT END
                       MOVE "Y" TO STEPCTL-EOF
                   NOT AT END
                       IF SC-DATE(1:6) = WS-PREV-MONTH
                           AND NOT SC-MONTHLY-STEP
                           AND NOT SC-WEEKLY-STEP
                           AND SC-DATE >= PREV-LAST-DATE
                           PERFORM REMEMBER-PREV-STEP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STEPCTL-FILE.
           IF PREV-LAST-DATE = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "BACKUP"    TO PV-WANT.
           PERFORM CHECK-PREV-STEP.
           MOVE "SALES"     TO PV-WANT.
           PERFORM CHECK-PREV-STEP.
           MOVE "PLATFORM"  TO PV-WANT.
           PERFORM CHECK-PREV-STEP.
           MOVE "VIEW"      TO PV-WANT.
           PERFORM CHECK-PREV-STEP.
           MOVE "STKSNAP"   TO PV-WANT.
           PERFORM CHECK-PREV-STEP.
           MOVE "GL"        TO PV-WANT.
           PERFORM CHECK-PREV-STEP.
           MOVE "REORDER"   TO PV-WANT.
           PERFORM CHECK-PREV-STEP.
           MOVE "PURCHASE"  TO PV-WANT.
           PERFORM CHECK-PREV-STEP.
           MOVE "EXCIMPORT" TO PV-WANT.
           PERFORM CHECK-PREV-STEP.
           MOVE "EXCLIST"   TO PV-WANT.
           PERFORM CHECK-PREV-STEP.

       REMEMBER-PREV-STEP.
      *> === 任務：上個月的這一行記進前月步驟表；日子更晚的話整張表重來 ===
           IF SC-DATE > PREV-LAST-DATE
               MOVE SC-DATE TO PREV-LAST-DATE
               MOVE 0       TO PV-COUNT
           END-IF.
           PERFORM VARYING PV-IDX FROM 1 BY 1 UNTIL PV-IDX > PV-COUNT
               IF PV-NAME(PV-IDX) = SC-STEP
                   MOVE SC-STATUS TO PV-STATUS(PV-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF PV-COUNT < 20
               ADD 1 TO PV-COUNT
               MOVE SC-STEP   TO PV-NAME(PV-COUNT)
               MOVE SC-STATUS TO PV-STATUS(PV-COUNT)
           END-IF.

       CHECK-PREV-STEP.
      *> === 任務：上個月最後營業日的 PV-WANT 這一步沒做完就不能收月 ===
           MOVE SPACES TO PV-FOUND-STATUS.
           PERFORM VARYING PV-IDX FROM 1 BY 1 UNTIL PV-IDX > PV-COUNT
               IF PV-NAME(PV-IDX) = PV-WANT
                   MOVE PV-STATUS(PV-IDX) TO PV-FOUND-STATUS
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF PV-FOUND-STATUS NOT = "D"
               MOVE "N" TO PREV-READY-SW
               IF PV-FOUND-STATUS = SPACES
                   DISPLAY "⛔ 上個月最後營業日 " PREV-LAST-DATE " 的 "
                           FUNCTION TRIM(PV-WANT) " 沒有跑過"
               ELSE
                   DISPLAY "⛔ 上個月最後營業日 " PREV-LAST-DATE " 的 "
                           FUNCTION TRIM(PV-WANT) " 沒有做完 ("
                           PV-FOUND-STATUS ")"
               END-IF
           END-IF.
