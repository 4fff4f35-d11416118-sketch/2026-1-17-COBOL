       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
      PROGRAM-ID. MASTER-RESTORE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> --- 世代清單：bkup/ 底下目前留著哪幾代備份 ---
           SELECT GENLIST-FILE ASSIGN TO "bkupgens.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GENLIST-STATUS.

      *> --- 備份清單：MASTER-BACKUP 在每一代目錄裡寫的 manifest.txt ---
           SELECT MANIFEST-FILE ASSIGN TO MANIFEST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MANIFEST-STATUS.

      *> --- 還原日誌：哪一天把哪一代的哪支檔案放回來，一支一行 ---
           SELECT RESTLOG-FILE ASSIGN TO "restorelog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESTLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GENLIST-FILE.
       01  GENLIST-LINE    PIC X(60).
      *> [欄位] 一行一代，例如 "bkup/20261015223000-NIGHTLY"。

      *> [注意] 格式跟 MASTER-BACKUP 寫的 manifest.txt 一樣，一行一個檔名。
       FD  MANIFEST-FILE.
       01  MANIFEST-LINE   PIC X(60).

       FD  RESTLOG-FILE.
       01  RESTLOG-LINE    PIC X(160).
      *> [設定] 還原日誌每一行的長度。

       WORKING-STORAGE SECTION.
       01  WS-GENLIST-STATUS  PIC X(2).
      *> [狀態碼] GENLIST-FILE 開檔的結果。
       01  WS-MANIFEST-STATUS PIC X(2).
      *> [狀態碼] MANIFEST-FILE 開檔的結果，不是 "00" 表示沒有這一代。
       01  WS-RESTLOG-STATUS  PIC X(2).
      *> [狀態碼] RESTLOG-FILE 開檔的結果，"35"=第一次還原。

       01  CMD-LINE        PIC X(100).
      *> [參數] 指令列：
      *>   LIST                       列出所有備份世代
      *>   LIST <代>                  列出那一代備份了哪些檔案
      *>   FILE <代> <檔名> [YES]     還原一支檔案
      *>   ALL  <代> [YES]            整代全部還原
      *> 不加 YES 只列出會還原什麼，不會動到檔案。
       01  ARG-MODE        PIC X(4).
           88  MODE-LIST                  VALUE "LIST".
           88  MODE-FILE                  VALUE "FILE".
           88  MODE-ALL                   VALUE "ALL".
       01  ARG-GEN         PIC X(30).
      *> [參數] 備份世代名稱："YYYYMMDDHHMMSS-種類"。
       01  ARG-FILE        PIC X(60).
      *> [參數] FILE 模式要還原的檔名；ALL 模式時這裡放確認字。
       01  ARG-CONFIRM     PIC X(3).
      *> [參數] 確認字，要打 "YES" 才會真的還原。
           88  RESTORE-CONFIRMED          VALUE "YES".

       01  GEN-TAG-LEN     PIC 9(2) VALUE 0.
      *> [變數] 世代名稱 "-" 後面的種類有幾個字。
       01  FILE-LEN        PIC 9(2) VALUE 0.
      *> [變數] 要還原的檔名有幾個字。
       01  MANIFEST-FILENAME PIC X(60).
      *> [變數] 那一代的備份清單："bkup/<代>/manifest.txt"。
       01  WS-CMD          PIC X(300).
      *> [變數] 組給 CALL "SYSTEM" 執行的外部指令字串。
       01  WS-TIMESTAMP    PIC X(14).
      *> [變數] 還原日誌的時間戳 (YYYYMMDDHHMMSS)。
       01  WS-RESULT       PIC X(4).
      *> [變數] 這一支檔案還原的結果：OK / FAIL。

       01  GENLIST-EOF     PIC X(1) VALUE "N".
       01  MANIFEST-EOF    PIC X(1) VALUE "N".
      *> [開關] 各清單有沒有讀到底。

      *> --- 這次要還原的檔案 (從那一代的 manifest.txt 挑出來的) ---
       01  PICK-TABLE.
           05  PK-FILE OCCURS 200 TIMES INDEXED BY PK-IDX PIC X(60).
       01  PK-COUNT        PIC 9(3) VALUE 0.
      *> [變數] 表裡有幾支檔案。

       01  GEN-COUNT       PIC 9(4) VALUE 0.
      *> [計數器] LIST 列出了幾代。
       01  GEN-FILE-COUNT  PIC 9(4) VALUE 0.
      *> [計數器] 某一代裡有幾支檔案。
       01  RESTORED-COUNT  PIC 9(3) VALUE 0.
      *> [計數器] 成功還原的檔案數。
       01  FAILED-COUNT    PIC 9(3) VALUE 0.
      *> [計數器] 還原失敗的檔案數。

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *> === 主流程指揮官：照模式分流，列世代 / 還原一支 / 整代還原 ===
           ACCEPT CMD-LINE FROM COMMAND-LINE.
           UNSTRING CMD-LINE DELIMITED BY ALL SPACES
               INTO ARG-MODE, ARG-GEN, ARG-FILE, ARG-CONFIRM.

           EVALUATE TRUE
               WHEN MODE-LIST
                   IF ARG-GEN = SPACES
                       PERFORM LIST-GENERATIONS
                   ELSE
                       PERFORM CHECK-GENERATION
                       PERFORM LIST-ONE-GENERATION
                   END-IF
               WHEN MODE-FILE
                   IF ARG-FILE = SPACES
                       PERFORM SHOW-USAGE
                   END-IF
                   PERFORM CHECK-GENERATION
                   PERFORM PICK-FILES
                   PERFORM RESTORE-PICKED
               WHEN MODE-ALL
      *> [注意] ALL 模式沒有檔名，確認字落在第三個欄位
                   MOVE ARG-FILE TO ARG-CONFIRM
                   MOVE SPACES   TO ARG-FILE
                   PERFORM CHECK-GENERATION
                   PERFORM PICK-FILES
                   PERFORM RESTORE-PICKED
               WHEN OTHER
                   PERFORM SHOW-USAGE
           END-EVALUATE.
           STOP RUN.

       SHOW-USAGE.
      *> === 任務：印用法，結束 ===
           DISPLAY "用法: master-restore LIST [代] | "
                   "FILE <代> <檔名> [YES] | ALL <代> [YES]".
           MOVE 1 TO RETURN-CODE.
           STOP RUN.

       CHECK-GENERATION.
      *> === 任務：檢查世代名稱的格式，組出那一代的備份清單檔名 ===
      *> [防呆] 世代名稱會串進 shell 指令，只接受 "14 位數字-大寫字母"。
           MOVE 0 TO GEN-TAG-LEN.
           INSPECT ARG-GEN(16:) TALLYING GEN-TAG-LEN
               FOR CHARACTERS BEFORE SPACE.
           IF ARG-GEN(1:14) IS NOT NUMERIC
               OR ARG-GEN(15:1) NOT = "-"
               OR GEN-TAG-LEN = 0
               DISPLAY "⚠️ 世代名稱格式不對: " FUNCTION TRIM(ARG-GEN)
               DISPLAY "   先用 master-restore LIST 看有哪幾代"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF ARG-GEN(16:GEN-TAG-LEN) IS NOT ALPHABETIC-UPPER
               DISPLAY "⚠️ 世代名稱格式不對: " FUNCTION TRIM(ARG-GEN)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO MANIFEST-FILENAME.
           STRING "bkup/" FUNCTION TRIM(ARG-GEN) "/manifest.txt"
                  INTO MANIFEST-FILENAME.

       LIST-GENERATIONS.
      *> === 任務：列出 bkup/ 底下每一代的名稱跟檔案數 ===
           MOVE "ls -d bkup/[0-9]*-* > bkupgens.txt 2>/dev/null" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           OPEN INPUT GENLIST-FILE.
           IF WS-GENLIST-STATUS NOT = "00"
               DISPLAY "ℹ️ 還沒有任何備份"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "==============================".
           DISPLAY " 備份世代 (由舊到新)".
           PERFORM UNTIL GENLIST-EOF = "Y"
               READ GENLIST-FILE
                   AT END
                       MOVE "Y" TO GENLIST-EOF
                   NOT AT END
                       IF GENLIST-LINE(1:5) = "bkup/"
                           PERFORM LIST-ONE-GENLINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GENLIST-FILE.
           MOVE "rm -f bkupgens.txt" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           DISPLAY " 共 " GEN-COUNT " 代".
           DISPLAY "==============================".

       LIST-ONE-GENLINE.
      *> === 任務：世代清單的一行，數一數那一代有幾支檔案再印出來 ===
           ADD 1 TO GEN-COUNT.
           MOVE SPACES TO MANIFEST-FILENAME.
           STRING FUNCTION TRIM(GENLIST-LINE) "/manifest.txt"
                  INTO MANIFEST-FILENAME.
           MOVE 0 TO GEN-FILE-COUNT.
           MOVE "N" TO MANIFEST-EOF.
           OPEN INPUT MANIFEST-FILE.
           IF WS-MANIFEST-STATUS = "00"
               PERFORM UNTIL MANIFEST-EOF = "Y"
                   READ MANIFEST-FILE
                       AT END
                           MOVE "Y" TO MANIFEST-EOF
                       NOT AT END
                           ADD 1 TO GEN-FILE-COUNT
                   END-READ
               END-PERFORM
               CLOSE MANIFEST-FILE
               DISPLAY " " GENLIST-LINE(6:30) " " GEN-FILE-COUNT " 支檔案"
           ELSE
               DISPLAY " " GENLIST-LINE(6:30) " ⚠️ 沒有備份清單，不能用"
           END-IF.

       LIST-ONE-GENERATION.
      *> === 任務：列出某一代備份了哪些檔案 ===
           OPEN INPUT MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = "00"
               DISPLAY "⚠️ 找不到這一代備份: " FUNCTION TRIM(ARG-GEN)
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "==============================".
           DISPLAY " " FUNCTION TRIM(ARG-GEN) " 的檔案".
           PERFORM UNTIL MANIFEST-EOF = "Y"
               READ MANIFEST-FILE
                   AT END
                       MOVE "Y" TO MANIFEST-EOF
                   NOT AT END
                       ADD 1 TO GEN-FILE-COUNT
                       DISPLAY "  " FUNCTION TRIM(MANIFEST-LINE)
               END-READ
           END-PERFORM.
           CLOSE MANIFEST-FILE.
           DISPLAY " 共 " GEN-FILE-COUNT " 支檔案".
           DISPLAY "==============================".

       PICK-FILES.
      *> === 任務：從那一代的備份清單挑出這次要還原的檔案 ===
      *> [規則] FILE 模式：檔名完全一樣的，加上 "檔名." 開頭的索引附檔
      *> (索引檔跟它的附檔一定要同一代一起放回去，不然索引對不上)。
      *> ALL 模式：整份清單都要。
           OPEN INPUT MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = "00"
               DISPLAY "⚠️ 找不到這一代備份: " FUNCTION TRIM(ARG-GEN)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO FILE-LEN.
           IF ARG-FILE NOT = SPACES
               INSPECT ARG-FILE TALLYING FILE-LEN
                   FOR CHARACTERS BEFORE SPACE
           END-IF.
           PERFORM UNTIL MANIFEST-EOF = "Y"
               READ MANIFEST-FILE
                   AT END
                       MOVE "Y" TO MANIFEST-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-MANIFEST-LINE
               END-READ
           END-PERFORM.
           CLOSE MANIFEST-FILE.
           IF PK-COUNT = 0
               DISPLAY "⚠️ " FUNCTION TRIM(ARG-GEN) " 裡沒有這支檔案: "
                       FUNCTION TRIM(ARG-FILE)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-ONE-MANIFEST-LINE.
      *> === 任務：備份清單上這一支要不要還原 ===
           IF MANIFEST-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF ARG-FILE = SPACES OR MANIFEST-LINE = ARG-FILE
               PERFORM ADD-PICK
               EXIT PARAGRAPH
           END-IF.
           IF MANIFEST-LINE(1:FILE-LEN) = ARG-FILE(1:FILE-LEN)
               AND MANIFEST-LINE(FILE-LEN + 1:1) = "."
               PERFORM ADD-PICK
           END-IF.

       ADD-PICK.
      *> === 任務：備份清單上這一支記進要還原的表 ===
           IF PK-COUNT < 200
               ADD 1 TO PK-COUNT
               MOVE MANIFEST-LINE TO PK-FILE(PK-COUNT)
           ELSE
               DISPLAY "⚠️ 一次最多還原 200 支檔案，略過: "
                       FUNCTION TRIM(MANIFEST-LINE)
           END-IF.

       RESTORE-PICKED.
      *> === 任務：先列出會還原哪些檔案；有打 YES 才真的放回去 ===
           DISPLAY "==============================".
           DISPLAY " 要從 " FUNCTION TRIM(ARG-GEN) " 還原 "
                   PK-COUNT " 支檔案:".
           PERFORM VARYING PK-IDX FROM 1 BY 1 UNTIL PK-IDX > PK-COUNT
               DISPLAY "  " FUNCTION TRIM(PK-FILE(PK-IDX))
           END-PERFORM.
           IF NOT RESTORE-CONFIRMED
               DISPLAY " 這次只是預覽，檔案沒有動。"
               DISPLAY " 確定要還原的話，指令最後加 YES 再跑一次。"
               DISPLAY "=============================="
               EXIT PARAGRAPH
           END-IF.

      *> [注意] 現在的檔案先留一份 .pre-restore，還原錯了還救得回來。
           PERFORM VARYING PK-IDX FROM 1 BY 1 UNTIL PK-IDX > PK-COUNT
               PERFORM RESTORE-ONE-FILE
           END-PERFORM.

           DISPLAY " 還原完成: 成功 " RESTORED-COUNT
                   " 支，失敗 " FAILED-COUNT " 支".
           DISPLAY " 原本的檔案留在 <檔名>.pre-restore".
           DISPLAY "==============================".
           IF FAILED-COUNT > 0
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       RESTORE-ONE-FILE.
      *> === 任務：把一支檔案從備份放回來，結果記進還原日誌 ===
           MOVE "OK" TO WS-RESULT.
           MOVE SPACES TO WS-CMD.
           STRING "[ ! -f " FUNCTION TRIM(PK-FILE(PK-IDX))
                  " ] || cp -p " FUNCTION TRIM(PK-FILE(PK-IDX))
                  " " FUNCTION TRIM(PK-FILE(PK-IDX)) ".pre-restore"
                  INTO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           IF RETURN-CODE NOT = 0
      *> [規則] 舊檔留不下來就不蓋，免得連現在的版本都沒了。
               DISPLAY "⚠️ 現在的檔案留不下備份，不還原: "
                       FUNCTION TRIM(PK-FILE(PK-IDX))
               MOVE "FAIL" TO WS-RESULT
           ELSE
               MOVE SPACES TO WS-CMD
               STRING "cp -p bkup/" FUNCTION TRIM(ARG-GEN)
                      "/" FUNCTION TRIM(PK-FILE(PK-IDX))
                      " " FUNCTION TRIM(PK-FILE(PK-IDX))
                      INTO WS-CMD
               CALL "SYSTEM" USING WS-CMD
               IF RETURN-CODE NOT = 0
                   DISPLAY "⚠️ 還原失敗: " FUNCTION TRIM(PK-FILE(PK-IDX))
                   MOVE "FAIL" TO WS-RESULT
               END-IF
           END-IF.
           IF WS-RESULT = "OK"
               ADD 1 TO RESTORED-COUNT
               DISPLAY "  ✅ " FUNCTION TRIM(PK-FILE(PK-IDX))
           ELSE
               ADD 1 TO FAILED-COUNT
           END-IF.
           PERFORM LOG-RESTORE.

       LOG-RESTORE.
      *> === 任務：一支檔案的還原結果記一行進 restorelog.txt ===
           OPEN EXTEND RESTLOG-FILE.
           IF WS-RESTLOG-STATUS = "35"
               OPEN OUTPUT RESTLOG-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP.
           MOVE SPACES TO RESTLOG-LINE.
           STRING WS-TIMESTAMP " RESTORE"
                  " MODE=" FUNCTION TRIM(ARG-MODE)
                  " GEN=" FUNCTION TRIM(ARG-GEN)
                  " FILE=" FUNCTION TRIM(PK-FILE(PK-IDX))
                  " RESULT=" FUNCTION TRIM(WS-RESULT)
                  INTO RESTLOG-LINE.
           WRITE RESTLOG-LINE.
           CLOSE RESTLOG-FILE.
