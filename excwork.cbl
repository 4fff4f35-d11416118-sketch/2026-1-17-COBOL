       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE  PIC X(260).
      *> [欄位] VIEW-ORDERS 寫的異常明細，一行一筆。

       FD  WORK-FILE.
      *> [欄位] 這張工單哪一天進來的 (YYYYMMDD)，算擱置天數用。
           05  WI-NOTE     PIC X(30).
      *> [欄位] 處理情形備註 (誰看過、查到什麼)。
           05  WI-EXC      PIC X(260).
      *> [欄位] 原始異常明細一行照抄，改單的依據。

      *> [注意] 補登行的欄位長度必須跟 API-DRINK 裡的 ORDER-RECORD 逐位元組對齊。
       FD  REPOST-FILE.
       01  REPOST-LINE     PIC X(127).
      *> [欄位] 改好的訂單一行，寬度跟 ORDER-RECORD 一樣。

       WORKING-STORAGE SECTION.
               10  WK-STATUS   PIC X(1).
               10  WK-ADDED    PIC 9(8).
               10  WK-NOTE     PIC X(30).
               10  WK-EXC      PIC X(260).
       01  WORK-COUNT      PIC 9(4) VALUE 0.
      *> [變數] 清單裡目前有幾張工單。
       01  WORK-FULL-COUNT PIC 9(4) VALUE 0.
       01  TK-TOP          PIC X(14).
       01  TK-INV          PIC X(14).
       01  TK-TIME         PIC X(11).
       01  TK-PF           PIC X(19).
      *> [變數] 異常明細照空白切開的 22 段，"UNIT=030" 這種帶頭的
      *> 段落再用位置把數值摳出來。加料沒加是 "TOP=-"，
      *> 沒開票是 "INV=-"，舊單沒時間是 "TIME=000000"，
      *> 不是外送平台單是 "PF=-" (舊明細沒有這一段，切出來是空白)。

      *> --- 重建訂單行的工作欄位 ---
       01  FIX-UNIT        PIC 9(3) VALUE 0.
           05  FX-ADDON    PIC 9(3).
           05  FX-INVNO    PIC X(10).
           05  FX-TIME     PIC X(6).
           05  FX-PLATNO   PIC X(16).
      *> [變數] 組好的訂單行，寬度跟 ORDER-RECORD 一樣 (127 位)。
       01  FIX-OK-SW       PIC X(1) VALUE "N".
           88  FIX-OK                     VALUE "Y".
      *> [開關] 異常明細有沒有成功重建成訂單行。切不出數字就不硬湊。
           IF TK-TIME(6:6) IS NUMERIC
               MOVE TK-TIME(6:6) TO FX-TIME
           END-IF.
           IF TK-PF(1:3) = "PF=" AND TK-PF(4:16) NOT = "-"
               MOVE TK-PF(4:16) TO FX-PLATNO
           END-IF.

           OPEN EXTEND REPOST-FILE.
           IF WS-REPOST-STATUS = "35"
                          TK-PRICE TK-DISC TK-CALC TK-EXP TK-RSN
                          TK-DATE TK-TYPE TK-REF TK-PAY
                          TK-ADDON TK-SIZE TK-SUG TK-ICE TK-TOP
                          TK-INV TK-TIME TK-PF.
           UNSTRING WK-EXC(WK-IDX) DELIMITED BY ALL SPACES
               INTO TK-NAME, TK-PHONE, TK-ITEM, TK-UNIT, TK-QTY,
                    TK-PRICE, TK-DISC, TK-CALC, TK-EXP, TK-RSN,
                    TK-DATE, TK-TYPE, TK-REF, TK-PAY,
                    TK-ADDON, TK-SIZE, TK-SUG, TK-ICE, TK-TOP,
                    TK-INV, TK-TIME, TK-PF.

      *> [防呆] 摳出來的每一段數字都要真的是數字，舊格式的明細
      *> (沒有 DATE=/TYPE=/PAY=/ADDON= 的) 就不硬湊，請人手工補單。
           COMPUTE FIX-PRICE = FIX-GROSS - FIX-DISC.
           IF TK-PAY(5:1) = "C" OR TK-PAY(5:1) = "K"
               OR TK-PAY(5:1) = "M" OR TK-PAY(5:1) = "V"
               OR TK-PAY(5:1) = "F" OR TK-PAY(5:1) = "U"
               CONTINUE
           ELSE
               MOVE "PAY=C" TO TK-PAY
