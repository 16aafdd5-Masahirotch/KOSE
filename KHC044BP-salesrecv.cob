       IDENTIFICATION DIVISION.
       PROGRAM-ID. KHC044BP.
      *-----------------------------------------------------------------
      * AUTHOR.          SE:YAMAMOTO  PGM:KASUYA.
      * DATE-WRITTEN.     2026/10/15.
      * DATE-COMPILED.    TODAY.
      * REMARKS. 売上実績受信取込・制御合計照合.
      *-----------------------------------------------------------------
      * 修正履歴 NO(004824) 修正日付(20261015) 修正者(TM)
      * 修正履歴 NO(004847) 修正日付(20261015) 修正者(TM)
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           STDCALL IS DLL
           ARGUMENT-NUMBER IS ARGNUM
           ARGUMENT-VALUE  IS ARGVAL
           .
       EXTERNAL-PROGRAM SECTION.
           CALL-CONVENTION.
           'KXU001SP' IS DLL
           'KXU002SC' IS DLL
           'KXU009SC' IS DLL
           .

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT 売上受信ファイル ASSIGN TO SLSRECV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS W-受信状態.
           SELECT OPTIONAL 違反リストファイル
               ASSIGN TO RECVLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS W-違反状態.
       DATA DIVISION.
       FILE SECTION.
       FD  売上受信ファイル.
       01  売上受信レコード           PIC  X(100).
       FD  違反リストファイル.
       01  違反リストレコード         PIC  X(080).

      ******************************************************************
       WORKING-STORAGE   SECTION.

      ** D-ログ域

           COPY XAU0101    PREFIXING D-.
       01  KXU002SC               PIC  X(008) VALUE 'KXU002SC'.
       01  KXU009SC               PIC  X(008) VALUE 'KXU009SC'.
       01  WKPGMID                PIC  X(010) VALUE 'KHC044BP'.

       01  ABND-CODE SYNC         PIC S9(004) COMP VALUE 16.
       01  ERR-CODE  SYNC         PIC S9(004) COMP VALUE  8.
       01  LOCK-CODE SYNC         PIC S9(004) COMP VALUE 12.
       01  ARGCNT                 PIC  9(002) VALUE  0.
       01  ARGDATA                PIC  X(008) VALUE SPACE.
       01  MAXARG                 PIC  9(002) VALUE 11.

       01  W-環境コード件数          PIC  9(002) VALUE 0.
       01  W-環境コード添字          PIC  9(002) VALUE 0.
       01  W-引数添字                PIC  9(002) VALUE 0.
       01  W-環境コード一覧.
           03  W-環境コード OCCURS 11 TIMES  PIC X(008).

       01  W-受信状態                PIC  X(002) VALUE SPACE.
       01  W-違反状態                PIC  X(002) VALUE SPACE.
       01  W-最終リターンコード      PIC S9(004) COMP VALUE 0.
       01  W-違反件数                PIC  9(007) VALUE 0.
       01  W-投入件数                PIC  9(011) VALUE 0.

       01  W-ファイル終了区分        PIC  X(001) VALUE '0'.
           88  ファイル終了である             VALUE '1'.
       01  W-区分順序状態            PIC  X(001) VALUE '0'.
           88  ヘッダ待ちである               VALUE '0'.
           88  明細受付中である               VALUE '1'.
           88  トレーラ済である               VALUE '2'.
       01  W-明細不正区分            PIC  X(001) VALUE '0'.
           88  明細不正である                 VALUE '1'.
       01  W-差異編集                PIC  -(13)9.

       01  W-違反リスト行.
           03  W-違反-検証区分        PIC  X(08).
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  W-違反-重度区分        PIC  X(01).
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  W-違反-キー            PIC  X(20).
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  W-違反-ＤＢ接続先      PIC  X(08).
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  W-違反-対象年月区分    PIC  X(06).
           03  FILLER                 PIC  X(33) VALUE SPACE.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

      ** ホスト変数定義

       01  WK対象年月区分            PIC  X(6).
       01  WK対象Ｙ和暦区分          PIC  X(1).
       01  W-受信開始時刻            PIC  X(14).
       01  W-受信終了時刻            PIC  X(14).
       01  W-ファイル作成日時        PIC  X(14).
       01  W-判定区分                PIC  X(1).
       01  W-削除件数                PIC  9(011).
       01  W-明細件数                PIC  9(011).
       01  W-エラー件数              PIC  9(007).

      ** 明細1件分(HCT_SALES_PERFORMANCE投入値)

       01  W-受対象年月              PIC  X(6).
       01  W-受店コード              PIC  X(10).
       01  W-受ブランド              PIC  X(2).
       01  W-受出荷                  PIC S9(11).
       01  W-受Ａ返                  PIC S9(11).
       01  W-受Ｂ返                  PIC S9(11).
       01  W-受移返                  PIC S9(11).
       01  W-受純売上                PIC S9(11).

      ** 明細の積上げ合計とトレーラの制御合計

       01  W-明細出荷合計            PIC S9(13).
       01  W-明細Ａ返合計            PIC S9(13).
       01  W-明細Ｂ返合計            PIC S9(13).
       01  W-明細移返合計            PIC S9(13).
       01  W-明細純売上合計          PIC S9(13).
       01  W-トレーラ件数            PIC  9(011).
       01  W-トレーラ出荷合計        PIC S9(13).
       01  W-トレーラＡ返合計        PIC S9(13).
       01  W-トレーラＢ返合計        PIC S9(13).
       01  W-トレーラ移返合計        PIC S9(13).
       01  W-トレーラ純売上合計      PIC S9(13).

       01  W-ロック取得時刻          PIC  X(14).
       01  W-ロック保持ＰＧＭＩＤ    PIC  X(10).
       01  W-ロック保持時刻          PIC  X(14).

           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA            END-EXEC.
           EXEC SQL INCLUDE XAU0201.CBL      END-EXEC.
           EXEC SQL INCLUDE XAT0201.CBL      END-EXEC.
           EXEC SQL INCLUDE HCX0330.CBL      END-EXEC.

      ******************************************************************
       PROCEDURE         DIVISION.
      *-----------------------------------------------------------------
       主処理.
      *-----------------------------------------------------------------

      ** 開始ログ出力

           MOVE  SPACE        TO D-ログ域
           MOVE  WKPGMID      TO D-プログラムＩＤ
           MOVE  'STARTED   ' TO D-カウント区分
           CALL  KXU002SC  USING  D-ログ域

      ** メイン制御
      ** 引数の環境ごとに受信ファイルを先頭から読み
      ** 直し、その環境の当月分を洗い替える。

           EXEC SQL WHENEVER SQLERROR DO PERFORM SQL-ERROR END-EXEC.
           PERFORM  得意先接続情報取得処理.
           MOVE  1            TO W-環境コード添字.
           PERFORM  環境別受信処理
               UNTIL W-環境コード添字 > W-環境コード件数.

           MOVE 'END       '   TO D-カウント区分.
           CALL KXU002SC   USING  D-ログ域.
           MOVE  W-最終リターンコード  TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
       環境別受信処理.
      *-----------------------------------------------------------------
           MOVE  W-環境コード(W-環境コード添字)  TO ARGDATA.

           CALL KXU009SC  USING  BY VALUE      ARGDATA
                                 BY REFERENCE  USERNAME
                                               PASSWD
                                               DB-NAME
           IF RETURN-CODE NOT = 0
             THEN
               STOP RUN
             ELSE
               CONTINUE
           END-IF

           PERFORM  得意先接続処理.
           PERFORM  パラメータ取得処理.
           PERFORM  排他ロック取得処理.
           PERFORM  受信取込処理.
           PERFORM  受信結果記録処理.

           PERFORM  排他ロック解除処理.
           EXEC SQL AT :DB-NAME COMMIT WORK RELEASE END-EXEC.
           ADD  1  TO W-環境コード添字.

      *-----------------------------------------------------------------
       得意先接続情報取得処理.
      *-----------------------------------------------------------------
           ACCEPT ARGCNT  FROM ARGNUM
           IF ARGCNT > MAXARG
             THEN
               MOVE '引数に誤りがあります'   TO
                   D-メッセージ域
               CALL KXU002SC              USING D-ログ域
               MOVE ABND-CODE                TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE  0            TO W-環境コード件数
           MOVE  SPACE        TO W-環境コード一覧

           IF ARGCNT = 0
             THEN
               MOVE  1            TO W-環境コード件数
               MOVE  SPACE        TO W-環境コード(1)
             ELSE
               PERFORM  引数取込処理  VARYING W-引数添字 FROM
                   1 BY 1
                   UNTIL W-引数添字 > ARGCNT
           END-IF.

      *-----------------------------------------------------------------
       引数取込処理.
      *-----------------------------------------------------------------
           DISPLAY  W-引数添字          UPON ARGUMENT-NUMBER
           ACCEPT ARGDATA FROM ARGVAL
             ON EXCEPTION
               MOVE '引数に誤りがあります' TO
                   D-メッセージ域
               CALL KXU002SC            USING D-ログ域
               MOVE ABND-CODE              TO RETURN-CODE
               STOP RUN
             NOT ON EXCEPTION
               ADD  1                 TO W-環境コード件数
               MOVE ARGDATA           TO
                   W-環境コード(W-環境コード件数)
           END-ACCEPT.

      *-----------------------------------------------------------------
       得意先接続処理.
      *-----------------------------------------------------------------
           EXEC SQL
             CONNECT :USERNAME IDENTIFIED BY :PASSWD AT :DB-NAME
           END-EXEC.

      *-----------------------------------------------------------------
       SQL-ERROR.
      *-----------------------------------------------------------------
           MOVE  'データベースエラー' TO D-メッセージ域.
           CALL  KXU002SC  USING  D-ログ域.
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.
           MOVE 'ORACLE ERROR DETECTED:' TO D-メッセージ域.
           MOVE SQLERRMC TO D-メッセージ域(25:100).
           CALL KXU002SC USING D-ログ域.

           EXEC SQL AT :DB-NAME ROLLBACK WORK RELEASE END-EXEC.

           MOVE ABND-CODE TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------------
       パラメータ取得処理.
      *-----------------------------------------------------------------
           MOVE 'HCM501'      TO ジョブコード
           MOVE  1            TO パラメータ番号
           MOVE  1            TO 行番号

           EXEC SQL WHENEVER NOT FOUND DO PERFORM SQL-ERROR END-EXEC.
           EXEC SQL AT :DB-NAME
             SELECT *
               INTO :パラメータファイル
               FROM XAT_PARAM TP
              WHERE TP.ジョブコード   = :ジョブコード
                AND TP.パラメータ番号 = :パラメータ番号
                AND TP.行番号         = :行番号
           END-EXEC.
           MOVE パラメータファイル  TO
               取得パラメータREC(1:90)
           MOVE 対象年月区分        TO WK対象年月区分.
           MOVE 対象Ｙ和暦区分      TO WK対象Ｙ和暦区分.

      *-----------------------------------------------------------------
       受信取込処理.
      *-----------------------------------------------------------------

      ** 当月分のHCT_SALES_PERFORMANCEを削除し、受信
      ** 明細を読みながら投入する(未コミット)。読み
      ** 終えた後にトレーラの件数・制御合計と明細の
      ** 積上げを照合し、1件でも違反があれば削除と
      ** 投入をすべてロールバックして現行分を残す。

           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL WHENEVER SQLERROR DO PERFORM SQL-ERROR END-EXEC.

           ACCEPT  W-受信開始時刻(1:8)  FROM DATE YYYYMMDD
           ACCEPT  W-受信開始時刻(9:6)  FROM TIME

           OPEN INPUT 売上受信ファイル
           IF W-受信状態 NOT = '00'
             THEN
               PERFORM 受信ファイルエラー処理
           END-IF
           IF W-環境コード添字 = 1
             THEN
               OPEN OUTPUT 違反リストファイル
             ELSE
               OPEN EXTEND 違反リストファイル
           END-IF
           IF W-違反状態 NOT = '00'
             THEN
               PERFORM 違反リストエラー処理
           END-IF

           MOVE  '0'          TO W-ファイル終了区分
           MOVE  '0'          TO W-区分順序状態
           MOVE  0            TO W-違反件数
           MOVE  0            TO W-投入件数
           MOVE  0            TO W-明細件数
           MOVE  0            TO W-明細出荷合計
           MOVE  0            TO W-明細Ａ返合計
           MOVE  0            TO W-明細Ｂ返合計
           MOVE  0            TO W-明細移返合計
           MOVE  0            TO W-明細純売上合計
           MOVE  0            TO W-トレーラ件数
           MOVE  0            TO W-トレーラ出荷合計
           MOVE  0            TO W-トレーラＡ返合計
           MOVE  0            TO W-トレーラＢ返合計
           MOVE  0            TO W-トレーラ移返合計
           MOVE  0            TO W-トレーラ純売上合計
           MOVE  SPACE        TO W-ファイル作成日時

           EXEC SQL AT :DB-NAME
             DELETE FROM HCT_SALES_PERFORMANCE
              WHERE 対象年月 = :WK対象年月区分
           END-EXEC.
           MOVE  SQLERRD(3)   TO W-削除件数

           PERFORM 受信レコード読込処理
               UNTIL ファイル終了である

           CLOSE 売上受信ファイル
           IF W-受信状態 NOT = '00'
             THEN
               PERFORM 受信ファイルエラー処理
           END-IF

           IF トレーラ済である
             THEN
               PERFORM 制御合計照合処理
             ELSE
               MOVE 'NO-TRLR '      TO W-違反-検証区分
               MOVE 'E'             TO W-違反-重度区分
               MOVE  SPACE          TO W-違反-キー
               PERFORM 違反行出力処理
           END-IF

           CLOSE 違反リストファイル
           IF W-違反状態 NOT = '00'
             THEN
               PERFORM 違反リストエラー処理
           END-IF

           MOVE 'RCV-READ ='   TO D-カウント区分
           MOVE W-明細件数      TO D-カウント
           CALL KXU002SC    USING D-ログ域
           MOVE 'RCV-ERR  ='   TO D-カウント区分
           MOVE W-違反件数      TO D-カウント
           CALL KXU002SC    USING D-ログ域

           IF W-違反件数 > 0
             THEN
               MOVE '受信照合エラー 洗い替えせず' TO
                   D-メッセージ域
               CALL KXU002SC  USING  D-ログ域
               EXEC SQL AT :DB-NAME
                 ROLLBACK WORK
               END-EXEC
               MOVE  '2'          TO W-判定区分
               IF W-最終リターンコード < ERR-CODE
                 THEN
                   MOVE ERR-CODE TO W-最終リターンコード
               END-IF
             ELSE
               MOVE  '0'          TO W-判定区分
               MOVE 'RCV-DEL  ='   TO D-カウント区分
               MOVE W-削除件数      TO D-カウント
               CALL KXU002SC    USING D-ログ域
               MOVE 'RCV-INS  ='   TO D-カウント区分
               MOVE W-投入件数      TO D-カウント
               CALL KXU002SC    USING D-ログ域
           END-IF.

      *-----------------------------------------------------------------
       受信レコード読込処理.
      *-----------------------------------------------------------------
           READ 売上受信ファイル
             INTO 受信ファイルレコード
             AT END
               SET ファイル終了である  TO TRUE
           END-READ
           IF ファイル終了である
             THEN
               CONTINUE
             ELSE
               IF W-受信状態 NOT = '00'
                 THEN
                   PERFORM 受信ファイルエラー処理
               END-IF
               EVALUATE 受信-レコード区分
                 WHEN 'H'
                   PERFORM ヘッダ検査処理
                 WHEN 'D'
                   PERFORM 明細取込処理
                 WHEN 'T'
                   PERFORM トレーラ取得処理
                 WHEN OTHER
                   MOVE 'BAD-KBN '      TO W-違反-検証区分
                   MOVE 'E'             TO W-違反-重度区分
                   MOVE  SPACE          TO W-違反-キー
                   MOVE  受信-レコード区分 TO
                       W-違反-キー(1:1)
                   PERFORM 違反行出力処理
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------------------
       ヘッダ検査処理.
      *-----------------------------------------------------------------
           IF ヘッダ待ちである
             THEN
               CONTINUE
             ELSE
               MOVE 'SEQ-ERR '      TO W-違反-検証区分
               MOVE 'E'             TO W-違反-重度区分
               MOVE 'H'             TO W-違反-キー
               PERFORM 違反行出力処理
           END-IF
           SET 明細受付中である  TO TRUE
           MOVE  受信-作成日時  TO W-ファイル作成日時

      ** 当月(HCM501)以外の月を載せたファイルは取り
      ** 違えの疑いがある。

           IF 受信-ヘッダ対象年月区分 = WK対象年月区分
             THEN
               CONTINUE
             ELSE
               MOVE 'HDR-YM  '      TO W-違反-検証区分
               MOVE 'E'             TO W-違反-重度区分
               MOVE  SPACE          TO W-違反-キー
               MOVE  受信-ヘッダ対象年月区分 TO
                   W-違反-キー(1:6)
               PERFORM 違反行出力処理
           END-IF.

      *-----------------------------------------------------------------
       明細取込処理.
      *-----------------------------------------------------------------
           IF 明細受付中である
             THEN
               CONTINUE
             ELSE
               MOVE 'SEQ-ERR '      TO W-違反-検証区分
               MOVE 'E'             TO W-違反-重度区分
               MOVE 'D'             TO W-違反-キー
               PERFORM 違反行出力処理
           END-IF
           ADD  1             TO W-明細件数
           MOVE  '0'          TO W-明細不正区分

           IF 受信-出荷品額 NUMERIC
             AND 受信-Ａ返品額 NUMERIC
             AND 受信-Ｂ返品額 NUMERIC
             AND 受信-移返品額 NUMERIC
             AND 受信-純売上額 NUMERIC
             THEN
               CONTINUE
             ELSE
               SET 明細不正である  TO TRUE
               MOVE 'NUM-ERR '      TO W-違反-検証区分
               PERFORM 明細違反出力処理
           END-IF

           IF 受信-対象年月 = WK対象年月区分
             THEN
               CONTINUE
             ELSE
               SET 明細不正である  TO TRUE
               MOVE 'DTL-YM  '      TO W-違反-検証区分
               PERFORM 明細違反出力処理
           END-IF

      ** 不正明細は投入も積上げもしない(トレーラと
      ** の照合で差異として現れる)。

           IF 明細不正である
             THEN
               CONTINUE
             ELSE
               MOVE  受信-対象年月      TO W-受対象年月
               MOVE  受信-得意先コード店マター TO
                   W-受店コード
               MOVE  受信-ブランドコード  TO W-受ブランド
               MOVE  受信-出荷品額      TO W-受出荷
               MOVE  受信-Ａ返品額      TO W-受Ａ返
               MOVE  受信-Ｂ返品額      TO W-受Ｂ返
               MOVE  受信-移返品額      TO W-受移返
               MOVE  受信-純売上額      TO W-受純売上
               ADD   W-受出荷     TO W-明細出荷合計
               ADD   W-受Ａ返     TO W-明細Ａ返合計
               ADD   W-受Ｂ返     TO W-明細Ｂ返合計
               ADD   W-受移返     TO W-明細移返合計
               ADD   W-受純売上   TO W-明細純売上合計

               EXEC SQL AT :DB-NAME
                 INSERT INTO HCT_SALES_PERFORMANCE
                   ( 対象年月, 得意先コード店マター,
                     ブランドコード, 出荷品額,
                     Ａ返品額, Ｂ返品額, 移返品額,
                     純売上額 )
                   VALUES
                   ( :W-受対象年月, :W-受店コード,
                     :W-受ブランド, :W-受出荷,
                     :W-受Ａ返, :W-受Ｂ返, :W-受移返,
                     :W-受純売上 )
               END-EXEC
               ADD  1  TO W-投入件数
           END-IF.

      *-----------------------------------------------------------------
       明細違反出力処理.
      *-----------------------------------------------------------------
           MOVE 'E'             TO W-違反-重度区分
           MOVE  SPACE          TO W-違反-キー
           MOVE  受信-得意先コード店マター TO
               W-違反-キー(1:10)
           MOVE  受信-ブランドコード TO
               W-違反-キー(12:2)
           MOVE  受信-対象年月  TO W-違反-キー(15:6)
           PERFORM 違反行出力処理.

      *-----------------------------------------------------------------
       トレーラ取得処理.
      *-----------------------------------------------------------------
           IF 明細受付中である
             THEN
               CONTINUE
             ELSE
               MOVE 'SEQ-ERR '      TO W-違反-検証区分
               MOVE 'E'             TO W-違反-重度区分
               MOVE 'T'             TO W-違反-キー
               PERFORM 違反行出力処理
           END-IF
           SET トレーラ済である  TO TRUE

           IF 受信-件数 NUMERIC
             AND 受信-出荷品額合計 NUMERIC
             AND 受信-Ａ返品額合計 NUMERIC
             AND 受信-Ｂ返品額合計 NUMERIC
             AND 受信-移返品額合計 NUMERIC
             AND 受信-純売上額合計 NUMERIC
             THEN
               MOVE  受信-件数          TO W-トレーラ件数
               MOVE  受信-出荷品額合計  TO
                   W-トレーラ出荷合計
               MOVE  受信-Ａ返品額合計  TO
                   W-トレーラＡ返合計
               MOVE  受信-Ｂ返品額合計  TO
                   W-トレーラＢ返合計
               MOVE  受信-移返品額合計  TO
                   W-トレーラ移返合計
               MOVE  受信-純売上額合計  TO
                   W-トレーラ純売上合計
             ELSE
               MOVE 'NUM-TRLR'      TO W-違反-検証区分
               MOVE 'E'             TO W-違反-重度区分
               MOVE 'T'             TO W-違反-キー
               PERFORM 違反行出力処理
           END-IF.

      *-----------------------------------------------------------------
       制御合計照合処理.
      *-----------------------------------------------------------------

      ** トレーラの件数・5金額の制御合計と明細の積
      ** 上げを突き合わせる。金額差異はキーに(明細
      ** −トレーラ)を出す。

           IF W-トレーラ件数 = W-明細件数
             THEN
               CONTINUE
             ELSE
               MOVE 'CNT-TRLR'      TO W-違反-検証区分
               MOVE 'E'             TO W-違反-重度区分
               MOVE  SPACE          TO W-違反-キー
               MOVE  W-トレーラ件数 TO W-違反-キー(1:11)
               PERFORM 違反行出力処理
           END-IF

           IF W-トレーラ出荷合計 NOT = W-明細出荷合計
             THEN
               MOVE 'SUM-SHK '      TO W-違反-検証区分
               COMPUTE W-差異編集 = W-明細出荷合計
                                  - W-トレーラ出荷合計
               PERFORM 合計違反出力処理
           END-IF
           IF W-トレーラＡ返合計 NOT = W-明細Ａ返合計
             THEN
               MOVE 'SUM-AHN '      TO W-違反-検証区分
               COMPUTE W-差異編集 = W-明細Ａ返合計
                                  - W-トレーラＡ返合計
               PERFORM 合計違反出力処理
           END-IF
           IF W-トレーラＢ返合計 NOT = W-明細Ｂ返合計
             THEN
               MOVE 'SUM-BHN '      TO W-違反-検証区分
               COMPUTE W-差異編集 = W-明細Ｂ返合計
                                  - W-トレーラＢ返合計
               PERFORM 合計違反出力処理
           END-IF
           IF W-トレーラ移返合計 NOT = W-明細移返合計
             THEN
               MOVE 'SUM-IHN '      TO W-違反-検証区分
               COMPUTE W-差異編集 = W-明細移返合計
                                  - W-トレーラ移返合計
               PERFORM 合計違反出力処理
           END-IF
           IF W-トレーラ純売上合計
               NOT = W-明細純売上合計
             THEN
               MOVE 'SUM-NET '      TO W-違反-検証区分
               COMPUTE W-差異編集 = W-明細純売上合計
                                  - W-トレーラ純売上合計
               PERFORM 合計違反出力処理
           END-IF.

      *-----------------------------------------------------------------
       合計違反出力処理.
      *-----------------------------------------------------------------
           MOVE 'E'             TO W-違反-重度区分
           MOVE  SPACE          TO W-違反-キー
           MOVE  W-差異編集     TO W-違反-キー(1:14)
           PERFORM 違反行出力処理.

      *-----------------------------------------------------------------
       受信結果記録処理.
      *-----------------------------------------------------------------

      ** 照合の成否にかかわらず受信結果(件数・明細
      ** 合計・トレーラ合計・受信時刻・判定)を
      ** XAT_SALES_RECV_LOGへ残す。KHC031BPは当月の
      ** 最新の受信が判定区分'0'であることを再構築
      ** の前提とする。

           ACCEPT  W-受信終了時刻(1:8)  FROM DATE YYYYMMDD
           ACCEPT  W-受信終了時刻(9:6)  FROM TIME
           MOVE  W-違反件数   TO W-エラー件数
           IF W-判定区分 NOT = '0'
             THEN
               MOVE  0            TO W-削除件数
           END-IF

           EXEC SQL AT :DB-NAME
             INSERT INTO XAT_SALES_RECV_LOG
               ( DB接続先, 対象年月区分, 受信開始時刻,
                 受信終了時刻, ファイル作成日時,
                 明細件数, トレーラ件数,
                 明細出荷品額, 明細Ａ返品額,
                 明細Ｂ返品額, 明細移返品額,
                 明細純売上額,
                 トレーラ出荷品額, トレーラＡ返品額,
                 トレーラＢ返品額, トレーラ移返品額,
                 トレーラ純売上額,
                 削除件数, エラー件数, 判定区分 )
               VALUES
               ( :DB-NAME, :WK対象年月区分, :W-受信開始時刻,
                 :W-受信終了時刻, :W-ファイル作成日時,
                 :W-明細件数, :W-トレーラ件数,
                 :W-明細出荷合計, :W-明細Ａ返合計,
                 :W-明細Ｂ返合計, :W-明細移返合計,
                 :W-明細純売上合計,
                 :W-トレーラ出荷合計,
                 :W-トレーラＡ返合計,
                 :W-トレーラＢ返合計,
                 :W-トレーラ移返合計,
                 :W-トレーラ純売上合計,
                 :W-削除件数, :W-エラー件数, :W-判定区分 )
           END-EXEC.

           EXEC SQL AT :DB-NAME
             INSERT INTO XAT_JOB_AUDIT
               ( WKPGMID, DB接続先, 対象年月区分,
                 対象Ｙ和暦区分, 実行開始時刻,
                 実行終了時刻, 完了区分, 削除件数,
                 判定区分, エラー件数 )
               VALUES
               ( :WKPGMID, :DB-NAME, :WK対象年月区分,
                 :WK対象Ｙ和暦区分, :W-受信開始時刻,
                 :W-受信終了時刻, '1', :W-削除件数,
                 :W-判定区分, :W-エラー件数 )
           END-EXEC.

           IF W-判定区分 = '0'
             THEN
               MOVE '売上実績受信　洗い替え完了' TO
                   D-メッセージ域
               CALL KXU002SC   USING  D-ログ域
           END-IF.

      *-----------------------------------------------------------------
       違反行出力処理.
      *-----------------------------------------------------------------
           MOVE  DB-NAME          TO W-違反-ＤＢ接続先
           MOVE  WK対象年月区分   TO W-違反-対象年月区分
           WRITE 違反リストレコード FROM W-違反リスト行
           IF W-違反状態 NOT = '00'
             THEN
               PERFORM 違反リストエラー処理
           END-IF
           ADD  1  TO W-違反件数.

      *-----------------------------------------------------------------
       受信ファイルエラー処理.
      *-----------------------------------------------------------------
           MOVE '受信ファイル入力エラー ST=@@' TO
               D-メッセージ域
           MOVE  W-受信状態     TO D-メッセージ域(38:2)
           CALL KXU002SC  USING  D-ログ域
           MOVE ABND-CODE TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------------
       違反リストエラー処理.
      *-----------------------------------------------------------------
           MOVE '違反リスト出力エラー ST=@@' TO
               D-メッセージ域
           MOVE  W-違反状態     TO D-メッセージ域(35:2)
           CALL KXU002SC  USING  D-ログ域
           MOVE ABND-CODE TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------------
       排他ロック取得処理.
      *-----------------------------------------------------------------

      ** 台帳系の更新ジョブはDB接続先×対象年月区分
      ** 単位にXAT_JOB_LOCKへ1行登録してから処理に入
      ** る。一意キー違反は他ジョブ実行中として即時
      ** 終了する。異常終了で残ったロックはジョブを
      ** 確認のうえKHC046BPで解除する。

           ACCEPT  W-ロック取得時刻(1:8)  FROM DATE YYYYMMDD
           ACCEPT  W-ロック取得時刻(9:6)  FROM TIME

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL AT :DB-NAME
             INSERT INTO XAT_JOB_LOCK
               ( DB接続先, 対象年月区分, WKPGMID,
                 取得時刻 )
               VALUES
               ( :DB-NAME, :WK対象年月区分, :WKPGMID,
                 :W-ロック取得時刻 )
           END-EXEC.
           IF SQLCODE = -1
             THEN
               PERFORM 排他ロック競合処理
           END-IF
           IF SQLCODE NOT = 0
             THEN
               PERFORM SQL-ERROR
           END-IF
           EXEC SQL WHENEVER SQLERROR DO PERFORM SQL-ERROR END-EXEC.

      ** 他ジョブから見えるよう取得時点で確定する。

           EXEC SQL AT :DB-NAME COMMIT WORK END-EXEC.

      *-----------------------------------------------------------------
       排他ロック競合処理.
      *-----------------------------------------------------------------
           MOVE  SPACE        TO W-ロック保持ＰＧＭＩＤ
           MOVE  SPACE        TO W-ロック保持時刻
           EXEC SQL AT :DB-NAME
             SELECT L.WKPGMID, L.取得時刻
               INTO :W-ロック保持ＰＧＭＩＤ,
                    :W-ロック保持時刻
               FROM XAT_JOB_LOCK L
              WHERE L.DB接続先     = :DB-NAME
                AND L.対象年月区分 = :WK対象年月区分
           END-EXEC.

           MOVE '排他ロック競合 中止 保持=' TO
               D-メッセージ域
           MOVE  W-ロック保持ＰＧＭＩＤ  TO
               D-メッセージ域(37:10)
           MOVE  W-ロック保持時刻        TO
               D-メッセージ域(48:14)
           CALL KXU002SC  USING  D-ログ域
           EXEC SQL AT :DB-NAME ROLLBACK WORK RELEASE END-EXEC.
           MOVE LOCK-CODE TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------------
       排他ロック解除処理.
      *-----------------------------------------------------------------

      ** 自ジョブのロックのみ削除する。確定は呼出し
      ** 側の COMMIT WORK で行う。

           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL AT :DB-NAME
             DELETE FROM XAT_JOB_LOCK
              WHERE DB接続先     = :DB-NAME
                AND 対象年月区分 = :WK対象年月区分
                AND WKPGMID      = :WKPGMID
           END-EXEC.
