       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
      PROGRAM-ID. MASTER-BACKUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> --- 要備份的檔案清單：先用 ls 把現在真的存在的檔案列出來，再一支一支複製 ---
           SELECT FILELIST-FILE ASSIGN TO "bkupfiles.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILELIST-STATUS.

      *> --- 備份清單：這一代備份了哪些檔案，還原時照這份挑 ---
           SELECT MANIFEST-FILE ASSIGN TO MANIFEST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MANIFEST-STATUS.

      *> --- 世代清單：同一種備份目前留著哪幾代，舊的超過保留代數就刪 ---
           SELECT GENLIST-FILE ASSIGN TO "bkupgens.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GENLIST-STATUS.

      *> --- 備份日誌：每一代備份的結果記一行 ---
           SELECT BKUPLOG-FILE ASSIGN TO "bkuplog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BKUPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILELIST-FILE.
       01  FILELIST-LINE   PIC X(60).
      *> [欄位] 一行一個檔名，例如 "customers.dat"、"arch202603.txt"。

       FD  MANIFEST-FILE.
       01  MANIFEST-LINE   PIC X(60).
      *> [欄位] 一行一個備份進來的檔名。

       FD  GENLIST-FILE.
       01  GENLIST-LINE    PIC X(60).
      *> [欄位] 一行一代，例如 "bkup/20261015223000-NIGHTLY"。

       FD  BKUPLOG-FILE.
       01  BKUPLOG-LINE    PIC X(120).
      *> [設定] 備份日誌每一行的長度。

       WORKING-STORAGE SECTION.
       01  WS-FILELIST-STATUS PIC X(2).
      *> [狀態碼] FILELIST-FILE 開檔的結果。
       01  WS-MANIFEST-STATUS PIC X(2).
      *> [狀態碼] MANIFEST-FILE 開檔的結果。
       01  WS-GENLIST-STATUS  PIC X(2).
      *> [狀態碼] GENLIST-FILE 開檔的結果。
       01  WS-BKUPLOG-STATUS  PIC X(2).
      *> [狀態碼] BKUPLOG-FILE 開檔的結果，"35"=第一次備份。

       01  CMD-LINE        PIC X(40).
      *> [參數] 指令列："<種類> [保留代數]"。
       01  ARG-TAG         PIC X(10).
      *> [參數] 備份種類：NIGHTLY=每晚跑批前，MONTHEND=收月前，
      *> 手動備份可以自己取名。
      *> [防呆] 備份種類會串進 shell 指令跟目錄名稱，只准英文大寫字母。
       01  ARG-KEEP        PIC X(4).
      *> [參數] 這種備份要留幾代，不給就用 DEFAULT-KEEP。
       01  DEFAULT-KEEP    PIC 9(3) VALUE 7.
      *> [設定] 預設保留代數 (一個禮拜)。
       01  KEEP-GENS       PIC 9(3) VALUE 0.
      *> [變數] 這次實際的保留代數。
       01  TAG-LEN         PIC 9(2) VALUE 0.
      *> [變數] 備份種類名稱有幾個字。
       01  SKIP-HIT-COUNT  PIC 9(2) VALUE 0.
      *> [變數] 檔名裡出現 ".pre-restore" 幾次 (還原留下的舊檔不備份)。

       01  GEN-NAME        PIC X(30).
      *> [變數] 這一代的名稱："YYYYMMDDHHMMSS-種類"。
       01  GEN-DIR         PIC X(40).
      *> [變數] 這一代的目錄："bkup/" + GEN-NAME。
       01  MANIFEST-FILENAME PIC X(60).
      *> [變數] 這一代的備份清單："bkup/<代>/manifest.txt"。
       01  WS-CMD          PIC X(600).
      *> [變數] 組給 CALL "SYSTEM" 執行的外部指令字串。
       01  WS-TIMESTAMP    PIC X(14).
      *> [變數] 這一代的時間戳 (YYYYMMDDHHMMSS)。

       01  FILELIST-EOF    PIC X(1) VALUE "N".
       01  GENLIST-EOF     PIC X(1) VALUE "N".
      *> [開關] 各清單有沒有讀到底。
       01  BACKUP-FAILED   PIC X(1) VALUE "N".
           88  BACKUP-HAS-FAILURE       VALUE "Y".
      *> [開關] 有任何一支檔案複製失敗，這一代就不算數。

       01  COPIED-COUNT    PIC 9(4) VALUE 0.
      *> [計數器] 這一代複製了幾支檔案。
       01  GEN-COUNT       PIC 9(4) VALUE 0.
      *> [計數器] 這種備份目前有幾代。
       01  PURGE-COUNT     PIC 9(4) VALUE 0.
      *> [計數器] 要刪掉幾代最舊的。
       01  PURGED-COUNT    PIC 9(4) VALUE 0.
      *> [計數器] 已經刪掉幾代。

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *> === 主流程指揮官：把主檔跟交易檔整套複製成一代，再把太舊的幾代刪掉 ===
           ACCEPT CMD-LINE FROM COMMAND-LINE.
           UNSTRING CMD-LINE DELIMITED BY ALL SPACES
               INTO ARG-TAG, ARG-KEEP.

           PERFORM CHECK-ARGUMENTS.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP.
           MOVE SPACES TO GEN-NAME GEN-DIR MANIFEST-FILENAME.
           STRING WS-TIMESTAMP "-" FUNCTION TRIM(ARG-TAG) INTO GEN-NAME.
           STRING "bkup/" FUNCTION TRIM(GEN-NAME) INTO GEN-DIR.
           STRING FUNCTION TRIM(GEN-DIR) "/manifest.txt"
                  INTO MANIFEST-FILENAME.

           MOVE SPACES TO WS-CMD.
           STRING "mkdir -p " FUNCTION TRIM(GEN-DIR) INTO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           IF RETURN-CODE NOT = 0
               DISPLAY "⚠️ 建不出備份目錄 " FUNCTION TRIM(GEN-DIR)
                       " (RETURN-CODE=" RETURN-CODE ")"
               MOVE "Y" TO BACKUP-FAILED
               PERFORM LOG-BACKUP
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LIST-FILES-TO-COPY.
           IF NOT BACKUP-HAS-FAILURE
               PERFORM COPY-ALL-FILES
           END-IF.

           IF BACKUP-HAS-FAILURE
      *> [規則] 缺了檔案的備份不能拿來還原，整代刪掉，不佔保留代數。
               MOVE SPACES TO WS-CMD
               STRING "rm -rf " FUNCTION TRIM(GEN-DIR) INTO WS-CMD
               CALL "SYSTEM" USING WS-CMD
               PERFORM LOG-BACKUP
               DISPLAY "⚠️ 備份沒有完成，這一代已經作廢: "
                       FUNCTION TRIM(GEN-NAME)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM PURGE-OLD-GENERATIONS.
           PERFORM LOG-BACKUP.

           DISPLAY "==============================".
           DISPLAY " 備份完成: " FUNCTION TRIM(GEN-NAME)
                   " 共 " COPIED-COUNT " 支檔案".
           DISPLAY " 保留 " KEEP-GENS " 代，刪掉最舊的 " PURGED-COUNT " 代".
           DISPLAY "==============================".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       CHECK-ARGUMENTS.
      *> === 任務：檢查備份種類跟保留代數，不對就印用法結束 ===
           IF ARG-TAG = SPACES
               DISPLAY "用法: master-backup <種類 NIGHTLY/MONTHEND/...> [保留代數]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO TAG-LEN.
           INSPECT ARG-TAG TALLYING TAG-LEN FOR CHARACTERS BEFORE SPACE.
           IF TAG-LEN = 0 OR ARG-TAG(1:TAG-LEN) IS NOT ALPHABETIC-UPPER
               DISPLAY "⚠️ 備份種類只能用英文大寫字母: "
                       FUNCTION TRIM(ARG-TAG)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF ARG-KEEP = SPACES
               MOVE DEFAULT-KEEP TO KEEP-GENS
           ELSE
               IF FUNCTION TRIM(ARG-KEEP) IS NUMERIC
                   COMPUTE KEEP-GENS = FUNCTION NUMVAL(ARG-KEEP)
               ELSE
                   MOVE 0 TO KEEP-GENS
               END-IF
               IF KEEP-GENS = 0
                   DISPLAY "⚠️ 保留代數要是正整數: "
                           FUNCTION TRIM(ARG-KEEP)
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       LIST-FILES-TO-COPY.
      *> === 任務：把要備份、而且現在真的存在的檔案列進 bkupfiles.txt ===
      *> [設定] 主檔 (索引檔，後面的 * 連索引附檔一起帶走) 跟交易/歷史檔。
      *> 新增主檔或交易檔時要記得加進這裡，不然不會被備份到。
           MOVE SPACES TO WS-CMD.
           STRING "ls -d"
                  " customers.dat* balance.dat* stock.dat* refidx.dat*"
                  " invbook.dat* po.dat* itemcost.dat*"
                  " orders.txt topups.txt invreg.txt invbook.txt"
                  " costhist.txt shrinklog.txt pricehist.txt promos.txt"
                  " suppliers.txt excwork.txt stepctl.txt runlog.txt"
                  " transactions.txt retry.txt deliveries.txt recvlog.txt"
                  " closeout.txt coa.txt memberlog.txt gllog.txt"
                  " platforms.txt platord.txt platlog.txt"
                  " arch[0-9]*.txt summ[0-9]*.txt stkv[0-9]*.txt"
                  " > bkupfiles.txt 2>/dev/null"
                  INTO WS-CMD
               ON OVERFLOW
      *> [防呆] 清單長過 WS-CMD，指令被截斷會少備份檔案、連輸出導向都掉了
                   DISPLAY "⚠️ 備份清單指令太長，被截斷了 (要加大 WS-CMD)"
                   MOVE "Y" TO BACKUP-FAILED
           END-STRING.
           IF BACKUP-HAS-FAILURE
               EXIT PARAGRAPH
           END-IF.
           CALL "SYSTEM" USING WS-CMD.

       COPY-ALL-FILES.
      *> === 任務：清單上的檔案一支一支複製進這一代的目錄，同時寫備份清單 ===
           OPEN INPUT FILELIST-FILE.
           IF WS-FILELIST-STATUS NOT = "00"
               DISPLAY "⚠️ 列不出要備份的檔案"
               MOVE "Y" TO BACKUP-FAILED
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT MANIFEST-FILE.
           PERFORM UNTIL FILELIST-EOF = "Y"
               READ FILELIST-FILE
                   AT END
                       MOVE "Y" TO FILELIST-EOF
                   NOT AT END
                       PERFORM COPY-ONE-FILE
               END-READ
           END-PERFORM.
           CLOSE FILELIST-FILE.
           CLOSE MANIFEST-FILE.
           MOVE "rm -f bkupfiles.txt" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           IF COPIED-COUNT = 0
               DISPLAY "⚠️ 一支要備份的檔案都沒有找到"
               MOVE "Y" TO BACKUP-FAILED
           END-IF.

       COPY-ONE-FILE.
      *> === 任務：複製一支檔案進這一代的目錄 ===
      *> [規則] 上次還原留下的 .pre-restore 舊檔不是正式資料，不備份。
           IF FILELIST-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO SKIP-HIT-COUNT.
           INSPECT FILELIST-LINE TALLYING SKIP-HIT-COUNT
               FOR ALL ".pre-restore".
           IF SKIP-HIT-COUNT > 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CMD.
           STRING "cp -p " FUNCTION TRIM(FILELIST-LINE)
                  " " FUNCTION TRIM(GEN-DIR) "/"
                  INTO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           IF RETURN-CODE NOT = 0
               DISPLAY "⚠️ 複製失敗: " FUNCTION TRIM(FILELIST-LINE)
                       " (RETURN-CODE=" RETURN-CODE ")"
               MOVE "Y" TO BACKUP-FAILED
           ELSE
               ADD 1 TO COPIED-COUNT
               MOVE FILELIST-LINE TO MANIFEST-LINE
               WRITE MANIFEST-LINE
           END-IF.

       PURGE-OLD-GENERATIONS.
      *> === 任務：同一種備份超過保留代數的，從最舊的開始刪 ===
      *> [注意] 代的名稱開頭是時間戳，ls 照名稱排序就是由舊到新。
           MOVE SPACES TO WS-CMD.
           STRING "ls -d bkup/[0-9]*-" FUNCTION TRIM(ARG-TAG)
                  " > bkupgens.txt 2>/dev/null"
                  INTO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.

           OPEN INPUT GENLIST-FILE.
           IF WS-GENLIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL GENLIST-EOF = "Y"
               READ GENLIST-FILE
                   AT END
                       MOVE "Y" TO GENLIST-EOF
                   NOT AT END
                       IF GENLIST-LINE NOT = SPACES
                           ADD 1 TO GEN-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GENLIST-FILE.

           IF GEN-COUNT > KEEP-GENS
               COMPUTE PURGE-COUNT = GEN-COUNT - KEEP-GENS
               MOVE "N" TO GENLIST-EOF
               OPEN INPUT GENLIST-FILE
               PERFORM UNTIL GENLIST-EOF = "Y"
                          OR PURGED-COUNT >= PURGE-COUNT
                   READ GENLIST-FILE
                       AT END
                           MOVE "Y" TO GENLIST-EOF
                       NOT AT END
                           IF GENLIST-LINE(1:5) = "bkup/"
                               AND GENLIST-LINE(6:14) IS NUMERIC
                               PERFORM PURGE-ONE-GENERATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GENLIST-FILE
           END-IF.
           MOVE "rm -f bkupgens.txt" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.

       PURGE-ONE-GENERATION.
      *> === 任務：刪掉一代最舊的備份 ===
           MOVE SPACES TO WS-CMD.
           STRING "rm -rf " FUNCTION TRIM(GENLIST-LINE) INTO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           IF RETURN-CODE NOT = 0
               DISPLAY "⚠️ 舊備份刪不掉: " FUNCTION TRIM(GENLIST-LINE)
           ELSE
               DISPLAY "🗑️ 刪掉舊備份: " FUNCTION TRIM(GENLIST-LINE)
           END-IF.
           ADD 1 TO PURGED-COUNT.

       LOG-BACKUP.
      *> === 任務：這一代的結果記一行進 bkuplog.txt ===
           OPEN EXTEND BKUPLOG-FILE.
           IF WS-BKUPLOG-STATUS = "35"
               OPEN OUTPUT BKUPLOG-FILE
           END-IF.
           MOVE SPACES TO BKUPLOG-LINE.
           IF BACKUP-HAS-FAILURE
               STRING WS-TIMESTAMP " BACKUP GEN=" FUNCTION TRIM(GEN-NAME)
                      " FILES=" COPIED-COUNT " RESULT=FAIL"
                      INTO BKUPLOG-LINE
           ELSE
               STRING WS-TIMESTAMP " BACKUP GEN=" FUNCTION TRIM(GEN-NAME)
                      " FILES=" COPIED-COUNT " RESULT=OK"
                      " PURGED=" PURGED-COUNT
                      INTO BKUPLOG-LINE
           END-IF.
           WRITE BKUPLOG-LINE.
           CLOSE BKUPLOG-FILE.
